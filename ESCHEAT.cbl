       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ESCHEAT.
       AUTHOR.    CHRISTOPHER HILL.

      *    UNCLAIMED PROPERTY (ESCHEAT) CYCLE FOR STALE-DATED
      *    CHECKS. BANKRECN LISTS THE CHECKS STILL OUTSTANDING PAST
      *    180 DAYS; THIS RUN TAKES THEM THE REST OF THE WAY. IT
      *    FOLDS CHECKREG.DAT AND MARKS OFF BANKCLR.DAT THE SAME
      *    WAY BANKRECN DOES, THEN:
      *      - SENDS A DUE-DILIGENCE LETTER (ESCHLTR.DOC) FOR EACH
      *        STALE CHECK NOT YET BEING TRACKED, TO THE PAYEE'S
      *        LAST ADDRESS ON THE PAYROLL MASTER, OR ON
      *        DEDPAYEE.DAT FOR AN AGENCY CHECK, AND STARTS THE
      *        CHECK ON ESCHTRK.DAT WITH ITS RESPONSE DEADLINE;
      *      - CLOSES A TRACKED CHECK THAT HAS SINCE CLEARED, BEEN
      *        VOIDED OR REISSUED, OR WHOSE PAYEE ANSWERED (A CARD
      *        ON ESCHRESP.DAT);
      *      - ESCHEATS A TRACKED CHECK STILL UNANSWERED PAST ITS
      *        DEADLINE: A PROPERTY RECORD ON THE NAUPA STANDARD
      *        REPORT FILE ESCHRPT.DAT (ONE HOLDER BLOCK PER OWNER
      *        STATE), AN 'E' LINE ON CHECKREG.DAT TAKING THE CHECK
      *        OFF THE OUTSTANDING LIST, AND A JV ON PAYRLGL.DAT
      *        MOVING THE AMOUNT FROM PAYROLL CASH TO THE UNCLAIMED
      *        PROPERTY PAYABLE, WHICH GLPOST PICKS UP.
      *    EVERYTHING THE RUN DID AND EVERY LETTER STILL WAITING ON
      *    ITS DEADLINE PRINTS ON ESCHEAT.DOC. THE HOLDER ON THE
      *    LETTERS AND THE NAUPA FILE IS THE FIRST EMPLOYER CARD ON
      *    COMPANY.PRM - THE ONE THE PAYROLL ACCOUNT IS DRAWN ON.
      *    LIKE DEDREMIT IT SHARES CHECKREG.DAT WITH THE PAYROLL
      *    STEP AND STAYS OUT WHILE THE NIGHTLY WINDOW HOLDS THE
      *    RUN LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKREG-FILE-STATUS-WS.

            SELECT CLEARED-ITEMS-FILE ASSIGN TO 'BANKCLR.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BANKCLR-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT PAYEE-MASTER-FILE ASSIGN TO 'DEDPAYEE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEDPAYEE-FILE-STATUS-WS.

            SELECT COMPANY-PARM-FILE ASSIGN TO 'COMPANY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS COMPANY-FILE-STATUS-WS.

      *    OPTIONAL - THE DAYS A PAYEE HAS TO ANSWER THE LETTER.
            SELECT ESCHEAT-PARM-FILE ASSIGN TO 'ESCHEAT.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ESCHPRM-FILE-STATUS-WS.

      *    ONE ROW PER CHECK IN THE CYCLE, REWRITTEN EVERY RUN.
            SELECT TRACKING-FILE ASSIGN TO 'ESCHTRK.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ESCHTRK-FILE-STATUS-WS.

      *    KEYED BY PAYROLL WHEN A PAYEE ANSWERS A LETTER.
            SELECT RESPONSE-FILE ASSIGN TO 'ESCHRESP.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ESCHRESP-FILE-STATUS-WS.

            SELECT LABOR-JOURNAL-FILE ASSIGN TO 'PAYRLGL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYRLGL-FILE-STATUS-WS.

            SELECT NAUPA-REPORT-FILE ASSIGN TO 'ESCHRPT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ESCHRPT-FILE-STATUS-WS.

            SELECT LETTER-FILE ASSIGN TO 'ESCHLTR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ESCHEAT-REPORT-FILE ASSIGN TO 'ESCHEAT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME RECORD LAYOUT THE PAYROLL PROGRAMS WRITE THE
      *    REGISTER WITH - NOT A COPYBOOK THERE EITHER.
       FD  CHECK-REGISTER-FILE RECORDING MODE IS F.
       01  CHECK-REGISTER-RECORD.
           05  CR-CHECK-NO      PIC 9(8).
           05  FILLER           PIC X.
           05  CR-SSN           PIC 9(9).
           05  FILLER           PIC X.
           05  CR-NAME          PIC X(20).
           05  FILLER           PIC X.
           05  CR-DATE          PIC X(10).
           05  CR-DATE-PARTS REDEFINES CR-DATE.
               10  CR-MONTH        PIC 99.
               10  FILLER          PIC X.
               10  CR-DAY          PIC 99.
               10  FILLER          PIC X.
               10  CR-YEAR         PIC 9(4).
           05  FILLER           PIC X.
           05  CR-AMOUNT        PIC 9(6).99.
           05  FILLER           PIC X.
           05  CR-STATUS        PIC X.
               88  CR-STATUS-VOIDED     VALUE 'V'.
               88  CR-STATUS-ESCHEATED  VALUE 'E'.
           05  FILLER           PIC X(18).

       FD  CLEARED-ITEMS-FILE RECORDING MODE IS F.
       01  CLEARED-ITEM-RECORD.
           05  CI-CHECK-NO      PIC 9(8).
           05  CI-CLEAR-DATE    PIC 9(8).
           05  CI-AMOUNT        PIC 9(6)V99.

      *    ONLY THE KEY, THE NAME, AND THE MAILING ADDRESS ARE
      *    NAMED - THE REST OF THE MASTER RIDES ALONG.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(6).
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(78).
           05  ADDRESS-1-IN    PIC X(25).
           05  ADDRESS-2-IN    PIC X(25).
           05  CITY-IN         PIC X(15).
           05  ADDR-STATE-IN   PIC XX.
           05  ZIP-IN          PIC X(9).
           05  FILLER          PIC X(43).

       FD  PAYEE-MASTER-FILE RECORDING MODE IS F.
       01  PAYEE-MASTER-RECORD.
           05  DP-CODE          PIC X(3).
           05  DP-NAME          PIC X(20).
           05  DP-ADDRESS       PIC X(20).
           05  DP-CITY-ST-ZIP   PIC X(20).
           05  DP-REMIT-DAY     PIC 99.
           05  DP-PAY-METHOD    PIC X.
           05  DP-ROUTING       PIC 9(9).
           05  DP-ACCOUNT       PIC X(17).

      *    THE FIRST CARD IS THE EMPLOYER FILTER EVERY PROGRAM
      *    READS. THE FIRST EMPLOYER CARD BEHIND IT IS THE HOLDER.
       FD  COMPANY-PARM-FILE RECORDING MODE IS F.
       01  COMPANY-PARM-LINE   PIC X(132).
       01  EMPLOYER-ID-CARD.
           05  EC-COMPANY          PIC XX.
           05  FILLER              PIC X.
           05  EC-EIN              PIC 9(9).
           05  FILLER              PIC X.
           05  EC-NAME             PIC X(57).
           05  EC-ADDRESS          PIC X(22).
           05  EC-CITY             PIC X(22).
           05  EC-STATE            PIC XX.
           05  EC-ZIP              PIC X(9).
           05  FILLER              PIC X(7).

       FD  ESCHEAT-PARM-FILE RECORDING MODE IS F.
       01  ESCHEAT-PARM-RECORD.
           05  EP-WINDOW-DAYS      PIC X(3).
           05  FILLER              PIC X(77).

      *    STATUS 'L' LETTER OUT, 'N' NO ADDRESS SO NO LETTER, 'A'
      *    ANSWERED (CLOSED WITH THE REASON), 'E' ESCHEATED.
       FD  TRACKING-FILE RECORDING MODE IS F.
       01  TRACKING-RECORD.
           05  ET-CHECK-NO         PIC 9(8).
           05  ET-SSN              PIC 9(9).
           05  ET-NAME             PIC X(20).
           05  ET-ISSUE-DATE       PIC 9(8).
           05  ET-AMOUNT           PIC 9(6)V99.
           05  ET-LETTER-DATE      PIC 9(8).
           05  ET-DEADLINE         PIC 9(8).
           05  ET-STATUS           PIC X.
           05  ET-CLOSED-DATE      PIC 9(8).
           05  ET-CLOSE-REASON     PIC XX.
           05  ET-OWNER-STATE      PIC XX.

       FD  RESPONSE-FILE RECORDING MODE IS F.
       01  RESPONSE-RECORD.
           05  RS-CHECK-NO         PIC 9(8).
           05  RS-RESPONSE-DATE    PIC 9(8).
           05  RS-NOTE             PIC X(40).

       FD  LABOR-JOURNAL-FILE RECORDING MODE IS F.
       01  PRINT-JOURNAL-LINE      PIC X(80).

       FD  NAUPA-REPORT-FILE RECORDING MODE IS F.
       01  NAUPA-REPORT-LINE       PIC X(525).

       FD  LETTER-FILE RECORDING MODE IS F.
       01  PRINT-LETTER-LINE       PIC X(80).

       FD  ESCHEAT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-ESCHEAT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-REGISTER-WS         PICTURE X(3)  VALUE 'NO'.
           05  EOF-CLEARED-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-TRACKING-WS         PICTURE X(3)  VALUE 'NO'.
           05  EOF-RESPONSE-WS         PICTURE X(3)  VALUE 'NO'.
           05  EOF-PAYEE-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-COMPANY-PARM-WS     PICTURE X(3)  VALUE 'NO'.
           05  MASTER-OPEN-SW          PICTURE X(3)  VALUE 'NO'.
           05  HOLDER-FOUND-SW         PICTURE X(3)  VALUE 'NO'.
           05  ADDRESS-FOUND-SW        PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  LETTERS-SENT-WS         PICTURE 9(5)  VALUE ZERO.
           05  NO-ADDRESS-WS           PICTURE 9(5)  VALUE ZERO.
           05  ITEMS-ANSWERED-WS       PICTURE 9(5)  VALUE ZERO.
           05  ITEMS-ESCHEATED-WS      PICTURE 9(5)  VALUE ZERO.
           05  ITEMS-AWAITING-WS       PICTURE 9(5)  VALUE ZERO.
           05  LETTERS-HELD-WS         PICTURE 9(5)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  CHECKREG-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  BANKCLR-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  DEDPAYEE-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  COMPANY-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ESCHPRM-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ESCHTRK-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ESCHRESP-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYRLGL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ESCHRPT-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'ESCHEAT '.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
           05  RECORDS-PROCESSED-OUT-WS PICTURE 9(6).

      *    THE NIGHTLY WINDOW'S RUN LOCK - THIS RUN WRITES THE
      *    REGISTER AND THE LABOR JOURNAL THE PAYROLL STEP WRITES.
       01  LOCK-REQUEST-WS.
           05  LOCK-FUNCTION-WS        PIC X(5)  VALUE 'TEST '.
           05  LOCK-HELD-IND-WS        PIC X     VALUE 'N'.
               88  LOCK-HELD-WS            VALUE 'Y'.

       01  LOCK-BLOCKED-SW             PIC X(3)  VALUE 'NO'.
       01  RUN-ABORTED-SW              PIC X(3)  VALUE 'NO'.

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

       01  RUN-DATE-NUM-WS             PIC 9(8)  VALUE ZERO.
       01  RETAIN-YEAR-WS              PIC 9(4)  VALUE ZERO.

      *    THE DAYS A PAYEE HAS TO ANSWER, FROM ESCHEAT.PRM - SIXTY
      *    WHEN THE CARD IS MISSING OR BLANK.
       01  RESPONSE-WINDOW-WS          PIC 9(3)  VALUE 60.

      *    THE HOLDER - THE FIRST EMPLOYER CARD ON COMPANY.PRM.
       01  HOLDER-WS.
           05  HOLDER-EIN-WS           PIC 9(9)  VALUE ZERO.
           05  HOLDER-NAME-WS          PIC X(57) VALUE SPACES.
           05  HOLDER-ADDRESS-WS       PIC X(22) VALUE SPACES.
           05  HOLDER-CITY-WS          PIC X(22) VALUE SPACES.
           05  HOLDER-STATE-WS         PIC XX    VALUE SPACES.
           05  HOLDER-ZIP-WS           PIC X(9)  VALUE SPACES.

      *    THE REGISTER FOLDED TO ONE ROW PER CHECK NUMBER, AS IN
      *    BANKRECN - EACH NUMBER'S FINAL STANDING.
       01  CHECK-TABLE-CONTROL-WS.
           05  CHECK-COUNT-WS       PIC 9(5) VALUE ZERO.
           05  CHECK-IDX-WS         PIC 9(5) VALUE ZERO.
           05  CHECK-SLOT-WS        PIC 9(5) VALUE ZERO.
           05  CHECK-FOUND-SW       PIC X(3) VALUE 'NO'.
           05  TABLE-FULL-SW        PIC X(3) VALUE 'NO'.

       01  CHECK-TABLE-WS.
           05  CHECK-ENTRY-WS OCCURS 10000 TIMES.
               10  CHK-NUMBER-TBL      PIC 9(8).
               10  CHK-SSN-TBL         PIC 9(9).
               10  CHK-NAME-TBL        PIC X(20).
               10  CHK-DATE-TBL        PIC 9(8).
               10  CHK-AMOUNT-TBL      PIC 9(6)V99.
               10  CHK-STATUS-TBL      PIC X.
               10  CHK-CLEARED-TBL     PIC X.

       01  SEARCH-CHECK-NO-WS          PIC 9(8) VALUE ZERO.

      *    THE PAYEE WHOSE ADDRESS IS BEING LOOKED UP.
       01  SEARCH-PAYEE-WS.
           05  SEARCH-SSN-WS           PIC 9(9)  VALUE ZERO.
           05  SEARCH-NAME-WS          PIC X(20) VALUE SPACES.

      *    ESCHTRK.DAT HELD IN STORAGE SO IT CAN BE REWRITTEN WHOLE.
      *    A FILE THE TABLE CAN'T HOLD STOPS THE RUN BEFORE
      *    ANYTHING IS SENT, ESCHEATED, OR REWRITTEN.
       01  TRACK-TABLE-CONTROL-WS.
           05  TRACK-COUNT-WS       PIC 9(4) VALUE ZERO.
           05  TRACK-IDX-WS         PIC 9(4) VALUE ZERO.
           05  TRACK-SLOT-WS        PIC 9(4) VALUE ZERO.
           05  TRACK-FOUND-SW       PIC X(3) VALUE 'NO'.
           05  TRACK-LIMIT-WS       PIC 9(4) VALUE 2000.
           05  TRACK-OVERFLOW-SW    PIC X(3) VALUE 'NO'.

       01  TRACK-TABLE-WS.
           05  TRACK-ENTRY-WS OCCURS 2000 TIMES.
               10  TRK-CHECK-NO-TBL    PIC 9(8).
               10  TRK-SSN-TBL         PIC 9(9).
               10  TRK-NAME-TBL        PIC X(20).
               10  TRK-ISSUE-DATE-TBL  PIC 9(8).
               10  TRK-AMOUNT-TBL      PIC 9(6)V99.
               10  TRK-LETTER-DATE-TBL PIC 9(8).
               10  TRK-DEADLINE-TBL    PIC 9(8).
               10  TRK-STATUS-TBL      PIC X.
                   88  TRK-OPEN-TBL        VALUE 'L' 'N'.
               10  TRK-CLOSED-DATE-TBL PIC 9(8).
               10  TRK-CLOSE-REASON-TBL PIC XX.
               10  TRK-OWNER-STATE-TBL PIC XX.
               10  TRK-THIS-RUN-TBL    PIC X.

      *    THE AGENCY PAYEES, FOR AN AGENCY CHECK'S ADDRESS.
       01  PAYEE-TABLE-CONTROL-WS.
           05  PAYEE-COUNT-WS       PIC 9(3) VALUE ZERO.
           05  PAYEE-IDX-WS         PIC 9(3) VALUE ZERO.
           05  PAYEE-SLOT-WS        PIC 9(3) VALUE ZERO.
           05  PAYEE-FOUND-SW       PIC X(3) VALUE 'NO'.

       01  PAYEE-TABLE-WS.
           05  PAYEE-ENTRY-WS OCCURS 100 TIMES.
               10  PYT-NAME-TBL     PIC X(20).
               10  PYT-ADDRESS-TBL  PIC X(20).
               10  PYT-CITY-ST-ZIP-TBL PIC X(20).

      *    THE PAYEE'S LAST ADDRESS AS FOUND FOR ONE CHECK.
       01  OWNER-ADDRESS-WS.
           05  OWNER-TYPE-WS           PIC X     VALUE SPACE.
           05  OWNER-ADDRESS-1-WS      PIC X(25) VALUE SPACES.
           05  OWNER-ADDRESS-2-WS      PIC X(25) VALUE SPACES.
           05  OWNER-CITY-WS           PIC X(20) VALUE SPACES.
           05  OWNER-STATE-WS          PIC XX    VALUE SPACES.
           05  OWNER-ZIP-WS            PIC X(9)  VALUE SPACES.
           05  OWNER-CITY-LINE-WS      PIC X(40) VALUE SPACES.

      *    STALE MEANS THE SAME THING IT DOES ON BANKRECN'S LIST -
      *    OVER 180 DAYS ON THE SAME 360/30 DAY SERIALS.
       01  AGING-CONTROL-WS.
           05  RUN-DAY-SERIAL-WS       PIC 9(7)  VALUE ZERO.
           05  CHECK-DAY-SERIAL-WS     PIC 9(7)  VALUE ZERO.
           05  CHECK-AGE-DAYS-WS       PIC S9(7) VALUE ZERO.
           05  STALE-AGE-DAYS-WS       PIC 9(3)  VALUE 180.

       01  CHECK-DATE-PARTS-WS.
           05  CKD-YEAR-WS             PIC 9(4).
           05  CKD-MONTH-WS            PIC 99.
           05  CKD-DAY-WS              PIC 99.

      *    THE DEADLINE IS A REAL CALENDAR DATE - THE LETTER PRINTS
      *    IT - SO IT IS COUNTED OUT ONE DAY AT A TIME.
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

      *    DAYS LEFT TO A DEADLINE, ON DAY NUMBERS AS NEWHIRE
      *    COUNTS ITS REPORTING WINDOW.
       01  DAY-NUMBER-WORK-WS.
           05  CONVERT-DATE-WS         PIC 9(8)  VALUE ZERO.
           05  CONVERT-DATE-PARTS-WS REDEFINES CONVERT-DATE-WS.
               10  CV-YEAR-WS          PIC 9(4).
               10  CV-MONTH-WS         PIC 99.
               10  CV-DAY-WS           PIC 99.
           05  CONVERT-DAY-NUMBER-WS   PIC 9(8)  VALUE ZERO.
           05  RUN-DAY-NUMBER-WS       PIC 9(8)  VALUE ZERO.
           05  DAYS-LEFT-WS            PIC S9(5) VALUE ZERO.
           05  JD-A-WS                 PIC 9(2)  VALUE ZERO.
           05  JD-Y-WS                 PIC 9(5)  VALUE ZERO.
           05  JD-M-WS                 PIC 9(2)  VALUE ZERO.
           05  JD-T1-WS                PIC 9(5)  VALUE ZERO.
           05  JD-T2-WS                PIC 9(5)  VALUE ZERO.
           05  JD-T3-WS                PIC 9(5)  VALUE ZERO.
           05  JD-T4-WS                PIC 9(5)  VALUE ZERO.

      *    FOR PRINTING A YYYYMMDD DATE AS MM/DD/YYYY.
       01  FORMAT-DATE-IN-WS           PIC 9(8)  VALUE ZERO.
       01  FORMAT-DATE-IN-PARTS-WS REDEFINES FORMAT-DATE-IN-WS.
           05  FD-YEAR-WS              PIC 9(4).
           05  FD-MONTH-WS             PIC 99.
           05  FD-DAY-WS               PIC 99.
       01  FORMAT-DATE-OUT-WS.
           05  FO-MONTH-WS             PIC 99.
           05                          PIC X     VALUE '/'.
           05  FO-DAY-WS               PIC 99.
           05                          PIC X     VALUE '/'.
           05  FO-YEAR-WS              PIC 9(4).

      *    THE OWNER STATES ESCHEATED TO THIS RUN - ONE NAUPA
      *    HOLDER BLOCK EACH.
       01  STATE-TABLE-CONTROL-WS.
           05  STATE-COUNT-WS       PIC 9(2) VALUE ZERO.
           05  STATE-IDX-WS         PIC 9(2) VALUE ZERO.
           05  STATE-FOUND-SW       PIC X(3) VALUE 'NO'.

       01  STATE-TABLE-WS.
           05  STATE-ENTRY-WS OCCURS 60 TIMES.
               10  STT-STATE-TBL       PIC XX.

       01  NAUPA-CONTROL-WS.
           05  NAUPA-SEQUENCE-WS       PIC 9(6)     VALUE ZERO.
           05  NAUPA-STATE-COUNT-WS    PIC 9(6)     VALUE ZERO.
           05  NAUPA-STATE-TOTAL-WS    PIC 9(10)V99 VALUE ZERO.
           05  CURRENT-STATE-WS        PIC XX       VALUE SPACES.

      *    NAUPA STANDARD ELECTRONIC FORMAT, 525-BYTE RECORDS:
      *    TYPE 1 HOLDER, TYPE 2 PROPERTY, TYPE 9 SUMMARY. WAGE
      *    CHECKS REPORT AS PR01, AGENCY CHECKS AS CK13 VENDOR
      *    CHECKS.
       01  NAUPA-HOLDER-RECORD.
           05  NH-RECORD-TYPE          PIC X     VALUE '1'.
           05  NH-HOLDER-TAX-ID        PIC 9(9).
           05  NH-HOLDER-TAX-ID-EXT    PIC X(4)  VALUE SPACES.
           05  NH-REPORT-YEAR          PIC 9(4).
           05  NH-REPORT-DATE          PIC 9(8).
           05  NH-HOLDER-NAME          PIC X(40).
           05  NH-HOLDER-ADDRESS       PIC X(30).
           05  NH-HOLDER-CITY          PIC X(30).
           05  NH-HOLDER-STATE         PIC XX.
           05  NH-HOLDER-ZIP           PIC X(9).
           05  NH-REPORTING-STATE      PIC XX.
           05  FILLER                  PIC X(386) VALUE SPACES.

       01  NAUPA-PROPERTY-RECORD.
           05  NP-RECORD-TYPE          PIC X     VALUE '2'.
           05  NP-SEQUENCE             PIC 9(6).
           05  NP-OWNER-TYPE           PIC X.
           05  NP-OWNER-NAME           PIC X(40).
           05  NP-OWNER-ADDRESS-1      PIC X(30).
           05  NP-OWNER-ADDRESS-2      PIC X(30).
           05  NP-OWNER-CITY           PIC X(30).
           05  NP-OWNER-STATE          PIC XX.
           05  NP-OWNER-ZIP            PIC X(9).
           05  NP-OWNER-TAX-ID         PIC 9(9).
           05  NP-PROPERTY-TYPE        PIC X(4).
           05  NP-LAST-TRANS-DATE      PIC 9(8).
           05  NP-AMOUNT               PIC 9(8)V99.
           05  NP-CHECK-NO             PIC X(20).
           05  NP-DUE-DILIGENCE-DATE   PIC 9(8).
           05  FILLER                  PIC X(317) VALUE SPACES.

       01  NAUPA-SUMMARY-RECORD.
           05  NS-RECORD-TYPE          PIC X     VALUE '9'.
           05  NS-PROPERTY-COUNT       PIC 9(6).
           05  NS-TOTAL-AMOUNT         PIC 9(10)V99.
           05  NS-HOLDER-TAX-ID        PIC 9(9).
           05  NS-REPORTING-STATE      PIC XX.
           05  FILLER                  PIC X(495) VALUE SPACES.

      *    SAME REGISTER LINE THE PAYROLL PROGRAMS WRITE, WITH AN
      *    'E' IN THE STATUS COLUMN FOR A CHECK TURNED OVER TO THE
      *    STATE.
       01  CHECK-REGISTER-DETAIL.
           05  CR-CHECK-NO-OUT      PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-SSN-OUT           PIC 9(9).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-NAME-OUT          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-DATE-OUT          PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-AMOUNT-OUT        PIC 9(6).99.
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-STATUS-OUT        PIC X     VALUE 'E'.
           05  FILLER               PIC X(18) VALUE SPACES.

       01  GL-ACCOUNTS-WS.
           05  PAYROLL-CASH-ACCT-WS    PIC X(8) VALUE '10200000'.
           05  UNCLAIMED-PAYABLE-ACCT-WS PIC X(8) VALUE '24700000'.

       01  JOURNAL-TOTALS-WS.
           05  JOURNAL-DEBITS-WS       PIC 9(9)V99  VALUE ZERO.
           05  ESCHEAT-TOTAL-WS        PIC 9(9)V99  VALUE ZERO.

      *    SAME JV/BT LINE THE PAYROLL RUN WRITES - NOT A COPYBOOK
      *    THERE EITHER.
       01  LABOR-JOURNAL-DETAIL.
           05  LJ-RECORD-TYPE-OUT      PIC X(2)  VALUE 'JV'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-ACCOUNT-OUT          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-DR-CR-OUT            PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-AMOUNT-OUT           PIC 9(8).99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-DESCRIPTION-OUT      PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

      *    THE DUE-DILIGENCE LETTER, ONE PAGE PER CHECK.
       01  LETTER-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  LT-HOLDER-OUT        PIC X(57).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  LETTER-TITLE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(40) VALUE
           'NOTICE OF UNCLAIMED FUNDS'.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  LETTER-DATE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(6)  VALUE 'DATE: '.
           05  LT-DATE-OUT          PIC X(10).
           05  FILLER               PIC X(63) VALUE SPACES.

       01  LETTER-ADDRESS-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  LT-ADDRESS-OUT       PIC X(57).
           05  FILLER               PIC X(18) VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  LT-TEXT-OUT          PIC X(79).

       01  LETTER-ITEM-LINE.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  LT-ITEM-LABEL-OUT    PIC X(28).
           05  LT-ITEM-VALUE-OUT    PIC X(49).

       01  LETTER-AMOUNT-WS         PIC $$$,$$9.99.

       01  REPORT-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  HDR-DATE-OUT        PICTURE X(20).
           05                      PICTURE X(40)   VALUE
           'UNCLAIMED PROPERTY - STALE-DATED CHECKS'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  SECTION-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  SH-TITLE-OUT        PICTURE X(50).
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  ESCHEAT-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-CHECK-NO-OUT     PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-ISSUE-DATE-OUT   PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-AMOUNT-OUT       PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'DEADLINE: '.
           05  ED-DEADLINE-OUT     PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-NOTE-OUT         PICTURE X(40).
           05  FILLER              PICTURE X(16)   VALUE SPACES.

       01  ESCHEAT-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ES-DESC-OUT         PICTURE X(28).
           05  ES-COUNT-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  ES-AMOUNT-OUT       PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(78)   VALUE SPACES.

       01  VERDICT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VERDICT-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  NOTE-WORK-WS            PICTURE X(40)   VALUE SPACES.
       01  DAYS-LEFT-EDIT-WS       PICTURE -ZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           IF LOCK-BLOCKED-SW NOT = 'YES'
               PERFORM 300-FOLD-ONE-REGISTER-LINE
                   UNTIL EOF-REGISTER-WS = 'YES'
               PERFORM 330-MATCH-ONE-CLEARED-ITEM
                   UNTIL EOF-CLEARED-WS = 'YES'
               PERFORM 340-CLOSE-BANK-FILES
               PERFORM 350-LOAD-TRACKING
      *        A PARTIAL REGISTER OR A TRACKING FILE TOO BIG TO HOLD
      *        COULD ESCHEAT A CHECK THAT WAS PAID, OR LOSE A LETTER
      *        ALREADY SENT - NOTHING MOVES AND THE REPORT SAYS WHY.
               IF TABLE-FULL-SW = 'YES'
                  OR TRACK-OVERFLOW-SW = 'YES'
                   MOVE 'YES' TO RUN-ABORTED-SW
               ELSE
                   MOVE 'CHECKS IN THE CYCLE - CLOSED OR ESCHEATED'
                        TO SH-TITLE-OUT
                   WRITE PRINT-ESCHEAT-LINE FROM SECTION-HEADER-LINE
                       AFTER 2 LINES
                   PERFORM 370-APPLY-RESPONSES
                   PERFORM 400-REVIEW-ONE-TRACKED-CHECK
                       VARYING TRACK-IDX-WS FROM 1 BY 1
                       UNTIL TRACK-IDX-WS > TRACK-COUNT-WS
                   PERFORM 500-START-ONE-STALE-CHECK
                       VARYING CHECK-IDX-WS FROM 1 BY 1
                       UNTIL CHECK-IDX-WS > CHECK-COUNT-WS
                   IF ITEMS-ESCHEATED-WS > ZERO
                       PERFORM 600-WRITE-NAUPA-REPORT
                       PERFORM 650-VOID-ESCHEATED-CHECKS
                       PERFORM 700-WRITE-LABOR-JOURNAL
                   END-IF
                   PERFORM 750-LIST-AWAITING
                   PERFORM 800-REWRITE-TRACKING
               END-IF
           END-IF
           PERFORM 900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           OPEN OUTPUT ESCHEAT-REPORT-FILE
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-ESCHEAT-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           CALL "BATCHLCK" USING LOCK-REQUEST-WS
           IF LOCK-HELD-WS
               MOVE 'YES' TO LOCK-BLOCKED-SW
               MOVE 'NIGHTLY BATCH WINDOW RUNNING - ESCHEAT RUN REFUSED'
                    TO VERDICT-OUT
               WRITE PRINT-ESCHEAT-LINE FROM VERDICT-LINE
                   AFTER 2 LINES
           ELSE
               COMPUTE RUN-DATE-NUM-WS =
                       YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
               COMPUTE RUN-DAY-SERIAL-WS =
                       YEAR-WS * 360 + MONTH-WS * 30 + DAY-WS
               MOVE RUN-DATE-NUM-WS TO CONVERT-DATE-WS
               PERFORM 850-DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAY-NUMBER-WS TO RUN-DAY-NUMBER-WS
               COMPUTE RETAIN-YEAR-WS = YEAR-WS - 1
               PERFORM 210-READ-ESCHEAT-PARM
               PERFORM 220-READ-COMPANY-PARM
               PERFORM 230-LOAD-PAYEE-MASTER

               OPEN INPUT USER-INPUT-FILE
               IF PAYROLL-FILE-STATUS-WS = '00'
                   MOVE 'YES' TO MASTER-OPEN-SW
               END-IF
               OPEN OUTPUT LETTER-FILE

               OPEN INPUT CHECK-REGISTER-FILE
               IF CHECKREG-FILE-STATUS-WS = '00'
                   PERFORM 250-READ-ONE-REGISTER-LINE
               ELSE
                   MOVE 'YES' TO EOF-REGISTER-WS
               END-IF

               OPEN INPUT CLEARED-ITEMS-FILE
               IF BANKCLR-FILE-STATUS-WS = '00'
                   PERFORM 255-READ-ONE-CLEARED-ITEM
               ELSE
                   MOVE 'YES' TO EOF-CLEARED-WS
               END-IF
           END-IF.

      *    A BLANK OR NON-NUMERIC WINDOW KEEPS THE SIXTY DAYS.
       210-READ-ESCHEAT-PARM.
           OPEN INPUT ESCHEAT-PARM-FILE
           IF ESCHPRM-FILE-STATUS-WS = '00'
               READ ESCHEAT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EP-WINDOW-DAYS IS NUMERIC
                          AND EP-WINDOW-DAYS > '000'
                           MOVE EP-WINDOW-DAYS TO RESPONSE-WINDOW-WS
                       END-IF
               END-READ
               CLOSE ESCHEAT-PARM-FILE
           END-IF.

      *    THE FILTER CARD IS SKIPPED; THE FIRST EMPLOYER CARD WITH
      *    A NUMERIC EIN NAMES THE HOLDER. NO SUCH CARD MEANS NO
      *    LETTERS AND NO FILING UNTIL ONE IS ADDED.
       220-READ-COMPANY-PARM.
           OPEN INPUT COMPANY-PARM-FILE
           IF COMPANY-FILE-STATUS-WS = '00'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
               END-READ
               PERFORM 222-READ-ONE-EMPLOYER-CARD
               PERFORM 224-TAKE-ONE-EMPLOYER-CARD
                   UNTIL EOF-COMPANY-PARM-WS = 'YES'
                      OR HOLDER-FOUND-SW = 'YES'
               CLOSE COMPANY-PARM-FILE
           END-IF.

       222-READ-ONE-EMPLOYER-CARD.
           IF EOF-COMPANY-PARM-WS NOT = 'YES'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
               END-READ
           END-IF.

       224-TAKE-ONE-EMPLOYER-CARD.
           IF EC-EIN IS NUMERIC
               MOVE 'YES'      TO HOLDER-FOUND-SW
               MOVE EC-EIN     TO HOLDER-EIN-WS
               MOVE EC-NAME    TO HOLDER-NAME-WS
               MOVE EC-ADDRESS TO HOLDER-ADDRESS-WS
               MOVE EC-CITY    TO HOLDER-CITY-WS
               MOVE EC-STATE   TO HOLDER-STATE-WS
               MOVE EC-ZIP     TO HOLDER-ZIP-WS
           ELSE
               PERFORM 222-READ-ONE-EMPLOYER-CARD
           END-IF.

       230-LOAD-PAYEE-MASTER.
           OPEN INPUT PAYEE-MASTER-FILE
           IF DEDPAYEE-FILE-STATUS-WS NOT = '35'
               PERFORM 232-READ-ONE-PAYEE
               PERFORM 234-STORE-ONE-PAYEE
                   UNTIL EOF-PAYEE-WS = 'YES'
                      OR PAYEE-COUNT-WS = 100
               CLOSE PAYEE-MASTER-FILE
           END-IF.

       232-READ-ONE-PAYEE.
           READ PAYEE-MASTER-FILE
               AT END MOVE 'YES' TO EOF-PAYEE-WS
           END-READ.

       234-STORE-ONE-PAYEE.
           ADD 1 TO PAYEE-COUNT-WS
           MOVE DP-NAME        TO PYT-NAME-TBL        (PAYEE-COUNT-WS)
           MOVE DP-ADDRESS     TO PYT-ADDRESS-TBL     (PAYEE-COUNT-WS)
           MOVE DP-CITY-ST-ZIP TO PYT-CITY-ST-ZIP-TBL (PAYEE-COUNT-WS)
           PERFORM 232-READ-ONE-PAYEE.

       250-READ-ONE-REGISTER-LINE.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

       255-READ-ONE-CLEARED-ITEM.
           READ CLEARED-ITEMS-FILE
               AT END MOVE 'YES' TO EOF-CLEARED-WS
           END-READ.

      *    A LATER LINE FOR THE SAME NUMBER (A VOID, A REISSUE, AN
      *    EARLIER ESCHEAT) REPLACES THE STANDING THE EARLIER LINE
      *    LEFT.
       300-FOLD-ONE-REGISTER-LINE.
           MOVE CR-CHECK-NO TO SEARCH-CHECK-NO-WS
           PERFORM 310-FIND-CHECK-SLOT
           IF CHECK-SLOT-WS = ZERO
               IF CHECK-COUNT-WS < 10000
                   ADD 1 TO CHECK-COUNT-WS
                   MOVE CHECK-COUNT-WS TO CHECK-SLOT-WS
                   MOVE CR-CHECK-NO TO CHK-NUMBER-TBL (CHECK-SLOT-WS)
                   MOVE 'N'         TO CHK-CLEARED-TBL (CHECK-SLOT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-FULL-SW
               END-IF
           END-IF
           IF CHECK-SLOT-WS > ZERO
               MOVE CR-SSN    TO CHK-SSN-TBL    (CHECK-SLOT-WS)
               MOVE CR-NAME   TO CHK-NAME-TBL   (CHECK-SLOT-WS)
               MOVE CR-AMOUNT TO CHK-AMOUNT-TBL (CHECK-SLOT-WS)
               MOVE CR-STATUS TO CHK-STATUS-TBL (CHECK-SLOT-WS)
               COMPUTE CHK-DATE-TBL (CHECK-SLOT-WS) =
                       CR-YEAR * 10000 + CR-MONTH * 100 + CR-DAY
           END-IF
           PERFORM 250-READ-ONE-REGISTER-LINE.

       310-FIND-CHECK-SLOT.
           MOVE ZERO TO CHECK-SLOT-WS
           MOVE 'NO' TO CHECK-FOUND-SW
           PERFORM 320-MATCH-CHECK-SLOT
               VARYING CHECK-IDX-WS FROM 1 BY 1
               UNTIL CHECK-IDX-WS > CHECK-COUNT-WS
                  OR CHECK-FOUND-SW = 'YES'.

       320-MATCH-CHECK-SLOT.
           IF CHK-NUMBER-TBL (CHECK-IDX-WS) = SEARCH-CHECK-NO-WS
               MOVE CHECK-IDX-WS TO CHECK-SLOT-WS
               MOVE 'YES' TO CHECK-FOUND-SW
           END-IF.

      *    ANY BANK ITEM FOR THE NUMBER MEANS THE PAYEE CASHED IT -
      *    WHETHER THE AMOUNT AGREES IS BANKRECN'S BUSINESS.
       330-MATCH-ONE-CLEARED-ITEM.
           MOVE CI-CHECK-NO TO SEARCH-CHECK-NO-WS
           PERFORM 310-FIND-CHECK-SLOT
           IF CHECK-SLOT-WS > ZERO
               MOVE 'Y' TO CHK-CLEARED-TBL (CHECK-SLOT-WS)
           END-IF
           PERFORM 255-READ-ONE-CLEARED-ITEM.

      *    THE REGISTER IS READ IN FULL BEFORE ANY 'E' LINE GOES ON
      *    THE END OF IT.
       340-CLOSE-BANK-FILES.
           IF CHECKREG-FILE-STATUS-WS NOT = '35'
               CLOSE CHECK-REGISTER-FILE
           END-IF
           IF BANKCLR-FILE-STATUS-WS NOT = '35'
               CLOSE CLEARED-ITEMS-FILE
           END-IF.

      *    NO ESCHTRK.DAT (STATUS 35) IS THE FIRST RUN - NOTHING IN
      *    THE CYCLE YET.
       350-LOAD-TRACKING.
           OPEN INPUT TRACKING-FILE
           IF ESCHTRK-FILE-STATUS-WS NOT = '35'
               PERFORM 352-READ-ONE-TRACKED-CHECK
               PERFORM 354-STORE-ONE-TRACKED-CHECK
                   UNTIL EOF-TRACKING-WS = 'YES'
               CLOSE TRACKING-FILE
           END-IF.

       352-READ-ONE-TRACKED-CHECK.
           READ TRACKING-FILE
               AT END MOVE 'YES' TO EOF-TRACKING-WS
           END-READ.

       354-STORE-ONE-TRACKED-CHECK.
           IF TRACK-COUNT-WS < TRACK-LIMIT-WS
               ADD 1 TO TRACK-COUNT-WS
               MOVE ET-CHECK-NO    TO TRK-CHECK-NO-TBL (TRACK-COUNT-WS)
               MOVE ET-SSN         TO TRK-SSN-TBL      (TRACK-COUNT-WS)
               MOVE ET-NAME        TO TRK-NAME-TBL     (TRACK-COUNT-WS)
               MOVE ET-ISSUE-DATE  TO
                    TRK-ISSUE-DATE-TBL (TRACK-COUNT-WS)
               MOVE ET-AMOUNT      TO TRK-AMOUNT-TBL   (TRACK-COUNT-WS)
               MOVE ET-LETTER-DATE TO
                    TRK-LETTER-DATE-TBL (TRACK-COUNT-WS)
               MOVE ET-DEADLINE    TO
                    TRK-DEADLINE-TBL (TRACK-COUNT-WS)
               MOVE ET-STATUS      TO TRK-STATUS-TBL   (TRACK-COUNT-WS)
               MOVE ET-CLOSED-DATE TO
                    TRK-CLOSED-DATE-TBL (TRACK-COUNT-WS)
               MOVE ET-CLOSE-REASON TO
                    TRK-CLOSE-REASON-TBL (TRACK-COUNT-WS)
               MOVE ET-OWNER-STATE TO
                    TRK-OWNER-STATE-TBL (TRACK-COUNT-WS)
               MOVE 'N'            TO TRK-THIS-RUN-TBL (TRACK-COUNT-WS)
           ELSE
               MOVE 'YES' TO TRACK-OVERFLOW-SW
           END-IF
           PERFORM 352-READ-ONE-TRACKED-CHECK.

       360-FIND-TRACK-SLOT.
           MOVE ZERO TO TRACK-SLOT-WS
           MOVE 'NO' TO TRACK-FOUND-SW
           PERFORM 365-MATCH-TRACK-SLOT
               VARYING TRACK-IDX-WS FROM 1 BY 1
               UNTIL TRACK-IDX-WS > TRACK-COUNT-WS
                  OR TRACK-FOUND-SW = 'YES'.

       365-MATCH-TRACK-SLOT.
           IF TRK-CHECK-NO-TBL (TRACK-IDX-WS) = SEARCH-CHECK-NO-WS
               MOVE TRACK-IDX-WS TO TRACK-SLOT-WS
               MOVE 'YES' TO TRACK-FOUND-SW
           END-IF.

      *    A RESPONSE CARD CLOSES ITS CHECK'S LETTER AS ANSWERED. A
      *    CARD FOR A CHECK NOT IN THE CYCLE, OR ALREADY CLOSED,
      *    CHANGES NOTHING, SO THE FILE CAN STAY AS KEYED.
       370-APPLY-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           IF ESCHRESP-FILE-STATUS-WS NOT = '35'
               PERFORM 372-READ-ONE-RESPONSE
               PERFORM 374-APPLY-ONE-RESPONSE
                   UNTIL EOF-RESPONSE-WS = 'YES'
               CLOSE RESPONSE-FILE
           END-IF.

       372-READ-ONE-RESPONSE.
           READ RESPONSE-FILE
               AT END MOVE 'YES' TO EOF-RESPONSE-WS
           END-READ.

       374-APPLY-ONE-RESPONSE.
           MOVE RS-CHECK-NO TO SEARCH-CHECK-NO-WS
           PERFORM 360-FIND-TRACK-SLOT
           IF TRACK-SLOT-WS > ZERO
               IF TRK-OPEN-TBL (TRACK-SLOT-WS)
                   MOVE TRACK-SLOT-WS TO TRACK-IDX-WS
                   IF RS-RESPONSE-DATE IS NUMERIC
                      AND RS-RESPONSE-DATE > ZERO
                       MOVE RS-RESPONSE-DATE TO
                            TRK-CLOSED-DATE-TBL (TRACK-IDX-WS)
                   ELSE
                       MOVE RUN-DATE-NUM-WS TO
                            TRK-CLOSED-DATE-TBL (TRACK-IDX-WS)
                   END-IF
                   MOVE 'RS' TO TRK-CLOSE-REASON-TBL (TRACK-IDX-WS)
                   MOVE 'PAYEE ANSWERED THE LETTER' TO NOTE-WORK-WS
                   PERFORM 420-CLOSE-TRACKED-CHECK
               END-IF
           END-IF
           PERFORM 372-READ-ONE-RESPONSE.

      *    AN OPEN CHECK IS CLOSED WHEN THE BANK HAS PAID IT OR THE
      *    REGISTER SHOWS IT VOIDED (A REISSUE VOIDS THE OLD
      *    NUMBER), OR WHEN IT HAS LEFT THE REGISTER ALTOGETHER.
      *    STILL OPEN PAST ITS DEADLINE, IT ESCHEATS.
       400-REVIEW-ONE-TRACKED-CHECK.
           IF TRK-OPEN-TBL (TRACK-IDX-WS)
               MOVE TRK-CHECK-NO-TBL (TRACK-IDX-WS) TO
                    SEARCH-CHECK-NO-WS
               PERFORM 310-FIND-CHECK-SLOT
               MOVE RUN-DATE-NUM-WS TO
                    TRK-CLOSED-DATE-TBL (TRACK-IDX-WS)
               EVALUATE TRUE
                   WHEN CHECK-SLOT-WS = ZERO
                       MOVE 'NR' TO TRK-CLOSE-REASON-TBL (TRACK-IDX-WS)
                       MOVE 'NO LONGER ON THE CHECK REGISTER'
                            TO NOTE-WORK-WS
                       PERFORM 420-CLOSE-TRACKED-CHECK
                   WHEN CHK-CLEARED-TBL (CHECK-SLOT-WS) = 'Y'
                       MOVE 'CL' TO TRK-CLOSE-REASON-TBL (TRACK-IDX-WS)
                       MOVE 'CASHED - CLEARED THE BANK' TO NOTE-WORK-WS
                       PERFORM 420-CLOSE-TRACKED-CHECK
                   WHEN CHK-STATUS-TBL (CHECK-SLOT-WS) = 'V'
                       MOVE 'VD' TO TRK-CLOSE-REASON-TBL (TRACK-IDX-WS)
                       MOVE 'VOIDED OR REISSUED' TO NOTE-WORK-WS
                       PERFORM 420-CLOSE-TRACKED-CHECK
                   WHEN TRK-DEADLINE-TBL (TRACK-IDX-WS)
                            < RUN-DATE-NUM-WS
                       PERFORM 430-ESCHEAT-TRACKED-CHECK
                   WHEN OTHER
                       MOVE ZERO TO TRK-CLOSED-DATE-TBL (TRACK-IDX-WS)
               END-EVALUATE
           END-IF.

       420-CLOSE-TRACKED-CHECK.
           ADD 1 TO ITEMS-ANSWERED-WS
           MOVE 'A'             TO TRK-STATUS-TBL (TRACK-IDX-WS)
           MOVE NOTE-WORK-WS    TO ED-NOTE-OUT
           PERFORM 460-WRITE-TRACKED-DETAIL.

      *    NO HOLDER CARD MEANS NO FILING TO PUT THE CHECK ON - IT
      *    STAYS OPEN AND ESCHEATS ON THE FIRST RUN THAT HAS ONE.
       430-ESCHEAT-TRACKED-CHECK.
           IF HOLDER-FOUND-SW NOT = 'YES'
               MOVE ZERO TO TRK-CLOSED-DATE-TBL (TRACK-IDX-WS)
           ELSE
               ADD 1 TO ITEMS-ESCHEATED-WS
               MOVE TRK-SSN-TBL  (TRACK-IDX-WS) TO SEARCH-SSN-WS
               MOVE TRK-NAME-TBL (TRACK-IDX-WS) TO SEARCH-NAME-WS
               PERFORM 550-FIND-OWNER-ADDRESS
               MOVE OWNER-STATE-WS TO
                    TRK-OWNER-STATE-TBL (TRACK-IDX-WS)
               MOVE 'E'  TO TRK-STATUS-TBL       (TRACK-IDX-WS)
               MOVE 'ES' TO TRK-CLOSE-REASON-TBL (TRACK-IDX-WS)
               MOVE 'Y'  TO TRK-THIS-RUN-TBL     (TRACK-IDX-WS)
               ADD TRK-AMOUNT-TBL (TRACK-IDX-WS) TO ESCHEAT-TOTAL-WS
               PERFORM 440-NOTE-OWNER-STATE
               MOVE SPACES TO ED-NOTE-OUT
               STRING 'NO ANSWER - REPORTED TO ' DELIMITED BY SIZE
                      OWNER-STATE-WS DELIMITED BY SIZE
                   INTO ED-NOTE-OUT
               END-STRING
               PERFORM 460-WRITE-TRACKED-DETAIL
           END-IF.

       440-NOTE-OWNER-STATE.
           MOVE 'NO' TO STATE-FOUND-SW
           PERFORM 445-MATCH-OWNER-STATE
               VARYING STATE-IDX-WS FROM 1 BY 1
               UNTIL STATE-IDX-WS > STATE-COUNT-WS
                  OR STATE-FOUND-SW = 'YES'
           IF STATE-FOUND-SW = 'NO'
              AND STATE-COUNT-WS < 60
               ADD 1 TO STATE-COUNT-WS
               MOVE OWNER-STATE-WS TO STT-STATE-TBL (STATE-COUNT-WS)
           END-IF.

       445-MATCH-OWNER-STATE.
           IF STT-STATE-TBL (STATE-IDX-WS) = OWNER-STATE-WS
               MOVE 'YES' TO STATE-FOUND-SW
           END-IF.

       460-WRITE-TRACKED-DETAIL.
           MOVE TRK-CHECK-NO-TBL   (TRACK-IDX-WS) TO ED-CHECK-NO-OUT
           MOVE TRK-NAME-TBL       (TRACK-IDX-WS) TO ED-NAME-OUT
           MOVE TRK-ISSUE-DATE-TBL (TRACK-IDX-WS) TO ED-ISSUE-DATE-OUT
           MOVE TRK-AMOUNT-TBL     (TRACK-IDX-WS) TO ED-AMOUNT-OUT
           MOVE TRK-DEADLINE-TBL   (TRACK-IDX-WS) TO ED-DEADLINE-OUT
           WRITE PRINT-ESCHEAT-LINE FROM ESCHEAT-DETAIL-LINE
               AFTER 1 LINE.

      *    A CHECK OUTSTANDING PAST THE STALE AGE, NOT VOIDED OR
      *    ALREADY ESCHEATED, AND NOT ALREADY IN THE CYCLE, GETS ITS
      *    LETTER AND A TRACKING ROW. A CHECK WHOSE PAYEE ANSWERED
      *    STAYS CLOSED UNTIL ITS ROW AGES OFF THE FILE.
       500-START-ONE-STALE-CHECK.
           IF CHK-CLEARED-TBL (CHECK-IDX-WS) = 'N'
              AND CHK-STATUS-TBL (CHECK-IDX-WS) NOT = 'V'
              AND CHK-STATUS-TBL (CHECK-IDX-WS) NOT = 'E'
               MOVE CHK-DATE-TBL (CHECK-IDX-WS) TO
                    CHECK-DATE-PARTS-WS
               COMPUTE CHECK-DAY-SERIAL-WS =
                       CKD-YEAR-WS * 360 + CKD-MONTH-WS * 30
                       + CKD-DAY-WS
               COMPUTE CHECK-AGE-DAYS-WS =
                       RUN-DAY-SERIAL-WS - CHECK-DAY-SERIAL-WS
               IF CHECK-AGE-DAYS-WS > STALE-AGE-DAYS-WS
                   MOVE CHK-NUMBER-TBL (CHECK-IDX-WS) TO
                        SEARCH-CHECK-NO-WS
                   PERFORM 360-FIND-TRACK-SLOT
                   IF TRACK-SLOT-WS = ZERO
                       PERFORM 510-ADD-TRACKED-CHECK
                   END-IF
               END-IF
           END-IF.

       510-ADD-TRACKED-CHECK.
           IF HOLDER-FOUND-SW NOT = 'YES'
              OR TRACK-COUNT-WS NOT < TRACK-LIMIT-WS
               ADD 1 TO LETTERS-HELD-WS
           ELSE
               ADD 1 TO TRACK-COUNT-WS
               MOVE TRACK-COUNT-WS TO TRACK-IDX-WS
               MOVE CHK-NUMBER-TBL (CHECK-IDX-WS) TO
                    TRK-CHECK-NO-TBL (TRACK-IDX-WS)
               MOVE CHK-SSN-TBL    (CHECK-IDX-WS) TO
                    TRK-SSN-TBL (TRACK-IDX-WS)
               MOVE CHK-NAME-TBL   (CHECK-IDX-WS) TO
                    TRK-NAME-TBL (TRACK-IDX-WS)
               MOVE CHK-DATE-TBL   (CHECK-IDX-WS) TO
                    TRK-ISSUE-DATE-TBL (TRACK-IDX-WS)
               MOVE CHK-AMOUNT-TBL (CHECK-IDX-WS) TO
                    TRK-AMOUNT-TBL (TRACK-IDX-WS)
               MOVE RUN-DATE-NUM-WS TO
                    TRK-LETTER-DATE-TBL (TRACK-IDX-WS)
               MOVE RUN-DATE-NUM-WS TO DEADLINE-DATE-WS
               PERFORM 820-ADVANCE-ONE-DAY RESPONSE-WINDOW-WS TIMES
               MOVE DEADLINE-DATE-WS TO
                    TRK-DEADLINE-TBL (TRACK-IDX-WS)
               MOVE ZERO   TO TRK-CLOSED-DATE-TBL  (TRACK-IDX-WS)
               MOVE SPACES TO TRK-CLOSE-REASON-TBL (TRACK-IDX-WS)
               MOVE 'N'    TO TRK-THIS-RUN-TBL     (TRACK-IDX-WS)

               MOVE TRK-SSN-TBL  (TRACK-IDX-WS) TO SEARCH-SSN-WS
               MOVE TRK-NAME-TBL (TRACK-IDX-WS) TO SEARCH-NAME-WS
               PERFORM 550-FIND-OWNER-ADDRESS
               MOVE OWNER-STATE-WS TO
                    TRK-OWNER-STATE-TBL (TRACK-IDX-WS)
               IF ADDRESS-FOUND-SW = 'YES'
                   MOVE 'L' TO TRK-STATUS-TBL (TRACK-IDX-WS)
                   ADD 1 TO LETTERS-SENT-WS
                   PERFORM 560-WRITE-LETTER
                   MOVE 'LETTER SENT' TO ED-NOTE-OUT
               ELSE
                   MOVE 'N' TO TRK-STATUS-TBL (TRACK-IDX-WS)
                   ADD 1 TO NO-ADDRESS-WS
                   MOVE 'NO ADDRESS ON FILE - NO LETTER SENT'
                        TO ED-NOTE-OUT
               END-IF
               IF LETTERS-SENT-WS + NO-ADDRESS-WS = 1
                   MOVE 'NEW STALE-DATED CHECKS - DUE DILIGENCE'
                        TO SH-TITLE-OUT
                   WRITE PRINT-ESCHEAT-LINE FROM SECTION-HEADER-LINE
                       AFTER 2 LINES
               END-IF
               PERFORM 460-WRITE-TRACKED-DETAIL
           END-IF.

      *    AN EMPLOYEE'S CHECK GOES TO THE MASTER'S MAILING ADDRESS;
      *    AN AGENCY CHECK (SSN ZERO) TO THE DEDPAYEE.DAT PAYEE OF
      *    THE SAME NAME. AN AGENCY'S CITY LINE IS NOT BROKEN OUT,
      *    AND AN OWNER WITH NO STATE REPORTS TO THE HOLDER'S STATE.
       550-FIND-OWNER-ADDRESS.
           MOVE 'NO'   TO ADDRESS-FOUND-SW
           MOVE SPACES TO OWNER-ADDRESS-WS
           IF SEARCH-SSN-WS = ZERO
               MOVE 'N' TO OWNER-TYPE-WS
               MOVE 'NO' TO PAYEE-FOUND-SW
               MOVE ZERO TO PAYEE-SLOT-WS
               PERFORM 555-MATCH-PAYEE-NAME
                   VARYING PAYEE-IDX-WS FROM 1 BY 1
                   UNTIL PAYEE-IDX-WS > PAYEE-COUNT-WS
                      OR PAYEE-FOUND-SW = 'YES'
               IF PAYEE-SLOT-WS > ZERO
                  AND PYT-ADDRESS-TBL (PAYEE-SLOT-WS) NOT = SPACES
                   MOVE 'YES' TO ADDRESS-FOUND-SW
                   MOVE PYT-ADDRESS-TBL (PAYEE-SLOT-WS) TO
                        OWNER-ADDRESS-1-WS
                   MOVE PYT-CITY-ST-ZIP-TBL (PAYEE-SLOT-WS) TO
                        OWNER-CITY-WS OWNER-CITY-LINE-WS
               END-IF
           ELSE
               MOVE 'P' TO OWNER-TYPE-WS
               IF MASTER-OPEN-SW = 'YES'
                   MOVE SEARCH-SSN-WS TO SSN-IN
                   READ USER-INPUT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ADDRESS-1-IN NOT = SPACES
                               MOVE 'YES' TO ADDRESS-FOUND-SW
                               MOVE ADDRESS-1-IN  TO OWNER-ADDRESS-1-WS
                               MOVE ADDRESS-2-IN  TO OWNER-ADDRESS-2-WS
                               MOVE CITY-IN       TO OWNER-CITY-WS
                               MOVE ADDR-STATE-IN TO OWNER-STATE-WS
                               MOVE ZIP-IN        TO OWNER-ZIP-WS
                               STRING CITY-IN DELIMITED BY '  '
                                      ' ' DELIMITED BY SIZE
                                      ADDR-STATE-IN DELIMITED BY SIZE
                                      ' ' DELIMITED BY SIZE
                                      ZIP-IN DELIMITED BY SPACE
                                   INTO OWNER-CITY-LINE-WS
                               END-STRING
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF OWNER-STATE-WS = SPACES
               MOVE HOLDER-STATE-WS TO OWNER-STATE-WS
           END-IF.

       555-MATCH-PAYEE-NAME.
           IF PYT-NAME-TBL (PAYEE-IDX-WS) = SEARCH-NAME-WS
               MOVE PAYEE-IDX-WS TO PAYEE-SLOT-WS
               MOVE 'YES' TO PAYEE-FOUND-SW
           END-IF.

      *    THE LETTER SAYS WHAT CHECK, WHAT THE PAYEE MUST DO, AND
      *    BY WHEN - THE DATE THE TRACKING ROW HOLDS AS DEADLINE.
       560-WRITE-LETTER.
           MOVE HOLDER-NAME-WS TO LT-HOLDER-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-HEADER-LINE
               AFTER PAGE
           WRITE PRINT-LETTER-LINE FROM LETTER-TITLE-LINE
               AFTER 1 LINE
           MOVE RUN-DATE-OUT-WS TO LT-DATE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-DATE-LINE
               AFTER 2 LINES

           MOVE TRK-NAME-TBL (TRACK-IDX-WS) TO LT-ADDRESS-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 2 LINES
           MOVE OWNER-ADDRESS-1-WS TO LT-ADDRESS-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 1 LINE
           IF OWNER-ADDRESS-2-WS NOT = SPACES
               MOVE OWNER-ADDRESS-2-WS TO LT-ADDRESS-OUT
               WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
                   AFTER 1 LINE
           END-IF
           MOVE OWNER-CITY-LINE-WS TO LT-ADDRESS-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 1 LINE

           MOVE 'OUR RECORDS SHOW THAT THE CHECK BELOW, ISSUED TO YOU,'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 3 LINES
           MOVE 'HAS NEVER BEEN CASHED.' TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE

           MOVE 'CHECK NUMBER:' TO LT-ITEM-LABEL-OUT
           MOVE TRK-CHECK-NO-TBL (TRACK-IDX-WS) TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 2 LINES
           MOVE 'DATE ISSUED:' TO LT-ITEM-LABEL-OUT
           MOVE TRK-ISSUE-DATE-TBL (TRACK-IDX-WS) TO FORMAT-DATE-IN-WS
           PERFORM 840-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE
           MOVE 'AMOUNT:' TO LT-ITEM-LABEL-OUT
           MOVE TRK-AMOUNT-TBL (TRACK-IDX-WS) TO LETTER-AMOUNT-WS
           MOVE LETTER-AMOUNT-WS TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE
           MOVE 'PLEASE RESPOND BY:' TO LT-ITEM-LABEL-OUT
           MOVE TRK-DEADLINE-TBL (TRACK-IDX-WS) TO FORMAT-DATE-IN-WS
           PERFORM 840-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE

           MOVE 'IF THESE FUNDS ARE STILL OWED TO YOU, PLEASE CONTACT'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 2 LINES
           MOVE 'OUR PAYROLL DEPARTMENT AT THE ADDRESS BELOW BY THE'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE
           MOVE 'DATE SHOWN. IF WE DO NOT HEAR FROM YOU, STATE LAW'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE
           MOVE 'REQUIRES US TO REPORT AND DELIVER THE FUNDS TO THE'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE
           MOVE 'STATE AS UNCLAIMED PROPERTY, AND YOU WILL THEN NEED TO'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE
           MOVE 'CLAIM THEM FROM THE STATE.' TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE

           MOVE HOLDER-NAME-WS TO LT-ADDRESS-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 3 LINES
           MOVE 'PAYROLL DEPARTMENT' TO LT-ADDRESS-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 1 LINE
           MOVE HOLDER-ADDRESS-WS TO LT-ADDRESS-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 1 LINE
           MOVE SPACES TO LT-ADDRESS-OUT
           STRING HOLDER-CITY-WS DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HOLDER-STATE-WS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HOLDER-ZIP-WS DELIMITED BY SPACE
               INTO LT-ADDRESS-OUT
           END-STRING
           WRITE PRINT-LETTER-LINE FROM LETTER-ADDRESS-LINE
               AFTER 1 LINE.

      *    ONE HOLDER BLOCK PER OWNER STATE, EACH CLOSED BY ITS OWN
      *    SUMMARY. THE FILE IS ADDED TO, NOT REPLACED, SO A FILING
      *    NOT YET SENT SURVIVES THE NEXT RUN.
       600-WRITE-NAUPA-REPORT.
           OPEN EXTEND NAUPA-REPORT-FILE
           IF ESCHRPT-FILE-STATUS-WS = '35'
               OPEN OUTPUT NAUPA-REPORT-FILE
               CLOSE NAUPA-REPORT-FILE
               OPEN EXTEND NAUPA-REPORT-FILE
           END-IF
           MOVE HOLDER-EIN-WS      TO NH-HOLDER-TAX-ID
                                      NS-HOLDER-TAX-ID
           MOVE YEAR-WS            TO NH-REPORT-YEAR
           MOVE RUN-DATE-NUM-WS    TO NH-REPORT-DATE
           MOVE HOLDER-NAME-WS     TO NH-HOLDER-NAME
           MOVE HOLDER-ADDRESS-WS  TO NH-HOLDER-ADDRESS
           MOVE HOLDER-CITY-WS     TO NH-HOLDER-CITY
           MOVE HOLDER-STATE-WS    TO NH-HOLDER-STATE
           MOVE HOLDER-ZIP-WS      TO NH-HOLDER-ZIP
           PERFORM 610-WRITE-ONE-STATE-BLOCK
               VARYING STATE-IDX-WS FROM 1 BY 1
               UNTIL STATE-IDX-WS > STATE-COUNT-WS
           CLOSE NAUPA-REPORT-FILE.

       610-WRITE-ONE-STATE-BLOCK.
           MOVE STT-STATE-TBL (STATE-IDX-WS) TO CURRENT-STATE-WS
           MOVE CURRENT-STATE-WS TO NH-REPORTING-STATE
                                    NS-REPORTING-STATE
           MOVE ZERO TO NAUPA-SEQUENCE-WS
                        NAUPA-STATE-COUNT-WS
                        NAUPA-STATE-TOTAL-WS
           WRITE NAUPA-REPORT-LINE FROM NAUPA-HOLDER-RECORD
           PERFORM 620-WRITE-ONE-PROPERTY
               VARYING TRACK-IDX-WS FROM 1 BY 1
               UNTIL TRACK-IDX-WS > TRACK-COUNT-WS
           MOVE NAUPA-STATE-COUNT-WS TO NS-PROPERTY-COUNT
           MOVE NAUPA-STATE-TOTAL-WS TO NS-TOTAL-AMOUNT
           WRITE NAUPA-REPORT-LINE FROM NAUPA-SUMMARY-RECORD.

       620-WRITE-ONE-PROPERTY.
           IF TRK-THIS-RUN-TBL (TRACK-IDX-WS) = 'Y'
              AND TRK-OWNER-STATE-TBL (TRACK-IDX-WS) = CURRENT-STATE-WS
               MOVE TRK-SSN-TBL  (TRACK-IDX-WS) TO SEARCH-SSN-WS
               MOVE TRK-NAME-TBL (TRACK-IDX-WS) TO SEARCH-NAME-WS
               PERFORM 550-FIND-OWNER-ADDRESS
               ADD 1 TO NAUPA-SEQUENCE-WS
                        NAUPA-STATE-COUNT-WS
               ADD TRK-AMOUNT-TBL (TRACK-IDX-WS) TO NAUPA-STATE-TOTAL-WS
               MOVE NAUPA-SEQUENCE-WS  TO NP-SEQUENCE
               MOVE OWNER-TYPE-WS      TO NP-OWNER-TYPE
               MOVE TRK-NAME-TBL (TRACK-IDX-WS) TO NP-OWNER-NAME
               MOVE OWNER-ADDRESS-1-WS TO NP-OWNER-ADDRESS-1
               MOVE OWNER-ADDRESS-2-WS TO NP-OWNER-ADDRESS-2
               MOVE OWNER-CITY-WS      TO NP-OWNER-CITY
               MOVE CURRENT-STATE-WS   TO NP-OWNER-STATE
               MOVE OWNER-ZIP-WS       TO NP-OWNER-ZIP
               MOVE TRK-SSN-TBL (TRACK-IDX-WS) TO NP-OWNER-TAX-ID
               IF OWNER-TYPE-WS = 'P'
                   MOVE 'PR01' TO NP-PROPERTY-TYPE
               ELSE
                   MOVE 'CK13' TO NP-PROPERTY-TYPE
               END-IF
               MOVE TRK-ISSUE-DATE-TBL (TRACK-IDX-WS) TO
                    NP-LAST-TRANS-DATE
               MOVE TRK-AMOUNT-TBL (TRACK-IDX-WS) TO NP-AMOUNT
               MOVE TRK-CHECK-NO-TBL (TRACK-IDX-WS) TO NP-CHECK-NO
               MOVE TRK-LETTER-DATE-TBL (TRACK-IDX-WS) TO
                    NP-DUE-DILIGENCE-DATE
               WRITE NAUPA-REPORT-LINE FROM NAUPA-PROPERTY-RECORD
           END-IF.

      *    THE 'E' LINE IS THE CHECK'S LAST WORD ON THE REGISTER -
      *    BANKRECN DROPS IT FROM THE OUTSTANDING LIST AND POSPAY
      *    TELLS THE BANK NOT TO PAY IT.
       650-VOID-ESCHEATED-CHECKS.
           OPEN EXTEND CHECK-REGISTER-FILE
           IF CHECKREG-FILE-STATUS-WS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
           END-IF
           MOVE RUN-DATE-OUT-WS (1:10) TO CR-DATE-OUT
           PERFORM 660-WRITE-ESCHEAT-LINE
               VARYING TRACK-IDX-WS FROM 1 BY 1
               UNTIL TRACK-IDX-WS > TRACK-COUNT-WS
           CLOSE CHECK-REGISTER-FILE.

       660-WRITE-ESCHEAT-LINE.
           IF TRK-THIS-RUN-TBL (TRACK-IDX-WS) = 'Y'
               MOVE TRK-CHECK-NO-TBL (TRACK-IDX-WS) TO CR-CHECK-NO-OUT
               MOVE TRK-SSN-TBL      (TRACK-IDX-WS) TO CR-SSN-OUT
               MOVE TRK-NAME-TBL     (TRACK-IDX-WS) TO CR-NAME-OUT
               MOVE TRK-AMOUNT-TBL   (TRACK-IDX-WS) TO CR-AMOUNT-OUT
               WRITE CHECK-REGISTER-RECORD FROM CHECK-REGISTER-DETAIL
           END-IF.

      *    ONE BALANCED BATCH ON THE END OF THE LABOR JOURNAL, AS
      *    MANCHECK WRITES ITS OWN: EACH CHECK BACK INTO PAYROLL
      *    CASH, THE TOTAL TO THE UNCLAIMED PROPERTY PAYABLE UNTIL
      *    THE STATE IS PAID, AND THE BT TRAILER WITH THE DEBITS.
       700-WRITE-LABOR-JOURNAL.
           OPEN EXTEND LABOR-JOURNAL-FILE
           IF PAYRLGL-FILE-STATUS-WS = '35'
               OPEN OUTPUT LABOR-JOURNAL-FILE
               CLOSE LABOR-JOURNAL-FILE
               OPEN EXTEND LABOR-JOURNAL-FILE
           END-IF

           PERFORM 710-WRITE-CASH-LINE
               VARYING TRACK-IDX-WS FROM 1 BY 1
               UNTIL TRACK-IDX-WS > TRACK-COUNT-WS

           MOVE 'JV'                       TO LJ-RECORD-TYPE-OUT
           MOVE UNCLAIMED-PAYABLE-ACCT-WS  TO LJ-ACCOUNT-OUT
           MOVE 'CR'                       TO LJ-DR-CR-OUT
           MOVE ESCHEAT-TOTAL-WS           TO LJ-AMOUNT-OUT
           MOVE 'UNCLAIMED PROPERTY PAYABLE' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           MOVE 'BT'                       TO LJ-RECORD-TYPE-OUT
           MOVE PAYROLL-CASH-ACCT-WS       TO LJ-ACCOUNT-OUT
           MOVE 'DR'                       TO LJ-DR-CR-OUT
           MOVE JOURNAL-DEBITS-WS          TO LJ-AMOUNT-OUT
           MOVE 'ESCHEAT BATCH TOTAL'      TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           CLOSE LABOR-JOURNAL-FILE.

       710-WRITE-CASH-LINE.
           IF TRK-THIS-RUN-TBL (TRACK-IDX-WS) = 'Y'
               MOVE 'JV'                 TO LJ-RECORD-TYPE-OUT
               MOVE PAYROLL-CASH-ACCT-WS TO LJ-ACCOUNT-OUT
               MOVE 'DR'                 TO LJ-DR-CR-OUT
               MOVE TRK-AMOUNT-TBL (TRACK-IDX-WS) TO LJ-AMOUNT-OUT
               ADD  TRK-AMOUNT-TBL (TRACK-IDX-WS) TO JOURNAL-DEBITS-WS
               MOVE SPACES TO LJ-DESCRIPTION-OUT
               STRING 'ESCHEATED CHECK ' DELIMITED BY SIZE
                      TRK-CHECK-NO-TBL (TRACK-IDX-WS)
                          DELIMITED BY SIZE
                   INTO LJ-DESCRIPTION-OUT
               END-STRING
               WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL
           END-IF.

      *    EVERY CHECK STILL WAITING ON ITS PAYEE, WITH THE DAYS
      *    LEFT BEFORE IT GOES TO THE STATE.
       750-LIST-AWAITING.
           MOVE 'AWAITING RESPONSE - DAYS TO DEADLINE' TO SH-TITLE-OUT
           WRITE PRINT-ESCHEAT-LINE FROM SECTION-HEADER-LINE
               AFTER 2 LINES
           PERFORM 760-LIST-ONE-AWAITING
               VARYING TRACK-IDX-WS FROM 1 BY 1
               UNTIL TRACK-IDX-WS > TRACK-COUNT-WS.

       760-LIST-ONE-AWAITING.
           IF TRK-OPEN-TBL (TRACK-IDX-WS)
               ADD 1 TO ITEMS-AWAITING-WS
               MOVE TRK-DEADLINE-TBL (TRACK-IDX-WS) TO CONVERT-DATE-WS
               PERFORM 850-DATE-TO-DAY-NUMBER
               COMPUTE DAYS-LEFT-WS =
                       CONVERT-DAY-NUMBER-WS - RUN-DAY-NUMBER-WS
               MOVE DAYS-LEFT-WS TO DAYS-LEFT-EDIT-WS
               MOVE SPACES TO ED-NOTE-OUT
               EVALUATE TRUE
                   WHEN DAYS-LEFT-WS < ZERO
                       MOVE 'PAST DEADLINE - NO HOLDER CARD'
                            TO ED-NOTE-OUT
                   WHEN TRK-STATUS-TBL (TRACK-IDX-WS) = 'N'
                       STRING 'NO ADDRESS - DAYS LEFT: '
                                  DELIMITED BY SIZE
                              DAYS-LEFT-EDIT-WS DELIMITED BY SIZE
                           INTO ED-NOTE-OUT
                       END-STRING
                   WHEN OTHER
                       STRING 'DAYS LEFT: ' DELIMITED BY SIZE
                              DAYS-LEFT-EDIT-WS DELIMITED BY SIZE
                           INTO ED-NOTE-OUT
                       END-STRING
               END-EVALUATE
               PERFORM 460-WRITE-TRACKED-DETAIL
           END-IF.

      *    CLOSED ROWS ARE KEPT THROUGH THE FOLLOWING CALENDAR YEAR
      *    AS THE DUE-DILIGENCE RECORD, THEN DROPPED.
       800-REWRITE-TRACKING.
           OPEN OUTPUT TRACKING-FILE
           PERFORM 810-WRITE-ONE-TRACKED-CHECK
               VARYING TRACK-IDX-WS FROM 1 BY 1
               UNTIL TRACK-IDX-WS > TRACK-COUNT-WS
           CLOSE TRACKING-FILE.

       810-WRITE-ONE-TRACKED-CHECK.
           MOVE TRK-CLOSED-DATE-TBL (TRACK-IDX-WS) TO CONVERT-DATE-WS
           IF TRK-OPEN-TBL (TRACK-IDX-WS)
              OR CV-YEAR-WS NOT < RETAIN-YEAR-WS
               MOVE TRK-CHECK-NO-TBL     (TRACK-IDX-WS) TO ET-CHECK-NO
               MOVE TRK-SSN-TBL          (TRACK-IDX-WS) TO ET-SSN
               MOVE TRK-NAME-TBL         (TRACK-IDX-WS) TO ET-NAME
               MOVE TRK-ISSUE-DATE-TBL   (TRACK-IDX-WS) TO
                    ET-ISSUE-DATE
               MOVE TRK-AMOUNT-TBL       (TRACK-IDX-WS) TO ET-AMOUNT
               MOVE TRK-LETTER-DATE-TBL  (TRACK-IDX-WS) TO
                    ET-LETTER-DATE
               MOVE TRK-DEADLINE-TBL     (TRACK-IDX-WS) TO ET-DEADLINE
               MOVE TRK-STATUS-TBL       (TRACK-IDX-WS) TO ET-STATUS
               MOVE TRK-CLOSED-DATE-TBL  (TRACK-IDX-WS) TO
                    ET-CLOSED-DATE
               MOVE TRK-CLOSE-REASON-TBL (TRACK-IDX-WS) TO
                    ET-CLOSE-REASON
               MOVE TRK-OWNER-STATE-TBL  (TRACK-IDX-WS) TO
                    ET-OWNER-STATE
               WRITE TRACKING-RECORD
           END-IF.

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

       840-FORMAT-DATE.
           MOVE FD-MONTH-WS TO FO-MONTH-WS
           MOVE FD-DAY-WS   TO FO-DAY-WS
           MOVE FD-YEAR-WS  TO FO-YEAR-WS.

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
           IF LOCK-BLOCKED-SW NOT = 'YES'
               IF TABLE-FULL-SW = 'YES'
                   MOVE 'REGISTER PAST TABLE - NOTHING DONE'
                        TO VERDICT-OUT
                   WRITE PRINT-ESCHEAT-LINE FROM VERDICT-LINE
                       AFTER 2 LINES
               END-IF
               IF TRACK-OVERFLOW-SW = 'YES'
                   MOVE 'ESCHTRK.DAT PAST TABLE - NOTHING DONE'
                        TO VERDICT-OUT
                   WRITE PRINT-ESCHEAT-LINE FROM VERDICT-LINE
                       AFTER 2 LINES
               END-IF

               MOVE 'LETTERS SENT:               ' TO ES-DESC-OUT
               MOVE LETTERS-SENT-WS TO ES-COUNT-OUT
               MOVE ZERO            TO ES-AMOUNT-OUT
               WRITE PRINT-ESCHEAT-LINE FROM ESCHEAT-SUMMARY-LINE
                   AFTER 2 LINES
               MOVE 'NO ADDRESS - NO LETTER:     ' TO ES-DESC-OUT
               MOVE NO-ADDRESS-WS   TO ES-COUNT-OUT
               WRITE PRINT-ESCHEAT-LINE FROM ESCHEAT-SUMMARY-LINE
                   AFTER 1 LINE
               MOVE 'CLOSED (PAID, VOID, ANSWER):' TO ES-DESC-OUT
               MOVE ITEMS-ANSWERED-WS TO ES-COUNT-OUT
               WRITE PRINT-ESCHEAT-LINE FROM ESCHEAT-SUMMARY-LINE
                   AFTER 1 LINE
               MOVE 'AWAITING RESPONSE:          ' TO ES-DESC-OUT
               MOVE ITEMS-AWAITING-WS TO ES-COUNT-OUT
               WRITE PRINT-ESCHEAT-LINE FROM ESCHEAT-SUMMARY-LINE
                   AFTER 1 LINE
               MOVE 'ESCHEATED TO THE STATE:     ' TO ES-DESC-OUT
               MOVE ITEMS-ESCHEATED-WS TO ES-COUNT-OUT
               MOVE ESCHEAT-TOTAL-WS   TO ES-AMOUNT-OUT
               WRITE PRINT-ESCHEAT-LINE FROM ESCHEAT-SUMMARY-LINE
                   AFTER 1 LINE

               IF HOLDER-FOUND-SW NOT = 'YES'
                   MOVE 'NO HOLDER CARD ON COMPANY.PRM - NOTHING SENT'
                        TO VERDICT-OUT
                   WRITE PRINT-ESCHEAT-LINE FROM VERDICT-LINE
                       AFTER 2 LINES
               END-IF
               IF LETTERS-HELD-WS > ZERO
                  AND HOLDER-FOUND-SW = 'YES'
                   MOVE 'ESCHTRK.DAT FULL - LETTERS HELD TO NEXT RUN'
                        TO VERDICT-OUT
                   WRITE PRINT-ESCHEAT-LINE FROM VERDICT-LINE
                       AFTER 2 LINES
               END-IF

               IF MASTER-OPEN-SW = 'YES'
                   CLOSE USER-INPUT-FILE
               END-IF
               CLOSE LETTER-FILE
           END-IF
           CLOSE ESCHEAT-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
