       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DEIDCOPY.
       AUTHOR.    CHRISTOPHER HILL.

      *    BUILDS A DE-IDENTIFIED TEST COPY OF THE PAYROLL AND ASSET
      *    FILES, SO A RATE TABLE CHANGE OR A NEW RELEASE CAN BE RUN
      *    AGAINST PRODUCTION VOLUMES WITHOUT PRODUCTION PEOPLE ON
      *    THE TEST SIDE. THE TEST AREA IS NAMED ON THE DEIDCOPY.PRM
      *    CARD; EACH FILE IS WRITTEN THERE UNDER ITS PRODUCTION
      *    NAME, SO THE PROGRAMS RUN IN THE TEST AREA UNCHANGED.
      *    EVERY SSN ON EVERY FILE IS REPLACED BY A FAKE ONE, AND THE
      *    SAME REAL SSN ALWAYS GETS THE SAME FAKE, SO THE YTD,
      *    DEDUCTION, PTO, TIMECARD, HISTORY AND REGISTER ROWS STILL
      *    JOIN TO THE MASTER. THE FAKES ARE HANDED OUT IN MASTER
      *    KEY ORDER, SO A FILE KEPT IN SSN ORDER STAYS IN SSN ORDER.
      *    A SIDE-FILE SSN NOT ON THE MASTER GETS ITS OWN FAKE AFTER
      *    THE LAST EMPLOYEE'S. ON THE MASTER THE NAME, MAILING
      *    ADDRESS, BIRTH DATE AND BANK ACCOUNT ARE REPLACED TOO, AND
      *    THE REGISTER'S PAYEE NAME FOLLOWS THE MASTER'S. DOLLAR
      *    AMOUNTS ARE NEVER TOUCHED, SO THE BALANCING REPORTS STILL
      *    TIE IN THE TEST AREA.
      *    THE REAL-TO-FAKE CROSSWALK LIVES IN STORAGE FOR THE RUN
      *    AND IS NEVER WRITTEN - NOT TO THE TEST AREA, NOT TO THE
      *    REPORT. A ROW WHOSE SSN CAN'T BE REPLACED IS DROPPED,
      *    NEVER COPIED AS IT STANDS.
      *    THE CARD IS REQUIRED - WITH NO TEST AREA NAMED NOTHING IS
      *    WRITTEN, SO THE COPY CAN NEVER LAND ON THE LIVE FILES:
      *        COLUMNS 1-40  TEST AREA DIRECTORY, WITH ITS TRAILING
      *                      SEPARATOR (E.G. TESTAREA/)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'DEIDCOPY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT TEST-PAYROLL-FILE ASSIGN TO TEST-PAYROLL-NAME-WS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TP-SSN
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT YTD-FILE ASSIGN TO 'YTD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-SSN
            FILE STATUS IS YTD-FILE-STATUS-WS.

            SELECT TEST-YTD-FILE ASSIGN TO TEST-YTD-NAME-WS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TY-SSN
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT PTO-BALANCE-FILE ASSIGN TO 'PTOBAL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PTO-SSN
            FILE STATUS IS PTOBAL-FILE-STATUS-WS.

            SELECT TEST-PTO-BALANCE-FILE ASSIGN TO TEST-PTOBAL-NAME-WS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TB-SSN
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT DEDYTD-FILE ASSIGN TO 'DEDYTD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DY-KEY
            FILE STATUS IS DEDYTD-FILE-STATUS-WS.

            SELECT TEST-DEDYTD-FILE ASSIGN TO TEST-DEDYTD-NAME-WS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TD-KEY
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT ARREARS-FILE ASSIGN TO 'DEDARRS.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-KEY
            FILE STATUS IS ARREARS-FILE-STATUS-WS.

            SELECT TEST-ARREARS-FILE ASSIGN TO TEST-ARREARS-NAME-WS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TR-KEY
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT TEST-ASSET-FILE ASSIGN TO TEST-ASSET-NAME-WS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TS-ASSET-ID
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT LIVE-DATA-FILE ASSIGN TO LIVE-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LIVE-FILE-STATUS-WS.

            SELECT TEST-DATA-FILE ASSIGN TO TEST-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TEST-FILE-STATUS-WS.

            SELECT DEIDCOPY-REPORT-FILE ASSIGN TO 'DEIDCOPY.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-TEST-AREA      PIC X(40).
           05  FILLER             PIC X(40).

      *    ONLY THE FIELDS THAT IDENTIFY THE EMPLOYEE ARE NAMED -
      *    THE PAY, TAX AND W-4 FIELDS RIDE THROUGH UNTOUCHED.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN            PIC 9(9).
           05  FILLER            PIC X(6).
           05  NAME-IN           PIC X(20).
           05  FILLER            PIC X(15).
           05  BANK-ACCOUNT-IN   PIC X(17).
           05  FILLER            PIC X(46).
           05  ADDRESS-1-IN      PIC X(25).
           05  ADDRESS-2-IN      PIC X(25).
           05  CITY-IN           PIC X(15).
           05  ADDR-STATE-IN     PIC XX.
           05  ZIP-IN            PIC X(9).
           05  ZIP-PARTS-IN REDEFINES ZIP-IN.
               10  ZIP-PREFIX-IN     PIC X(3).
               10  ZIP-LAST-TWO-IN   PIC XX.
               10  ZIP-PLUS-FOUR-IN  PIC X(4).
           05  BIRTH-DATE-IN     PIC 9(8).
           05  BIRTH-PARTS-IN REDEFINES BIRTH-DATE-IN.
               10  BIRTH-YEAR-IN     PIC 9(4).
               10  BIRTH-MONTH-DAY-IN PIC 9(4).
           05  FILLER            PIC X(35).

       FD  TEST-PAYROLL-FILE.
       01  TEST-PAYROLL-RECORD.
           05  TP-SSN            PIC 9(9).
           05  FILLER            PIC X(223).

       FD  YTD-FILE RECORDING MODE IS F.
       01  YTD-RECORD.
           05  YTD-SSN             PIC 9(9).
           05  FILLER              PIC X(607).

       FD  TEST-YTD-FILE RECORDING MODE IS F.
       01  TEST-YTD-RECORD.
           05  TY-SSN              PIC 9(9).
           05  FILLER              PIC X(607).

       FD  PTO-BALANCE-FILE RECORDING MODE IS F.
       01  PTO-BALANCE-RECORD.
           05  PTO-SSN         PIC 9(9).
           05  FILLER          PIC X(10).

       FD  TEST-PTO-BALANCE-FILE RECORDING MODE IS F.
       01  TEST-PTO-BALANCE-RECORD.
           05  TB-SSN          PIC 9(9).
           05  FILLER          PIC X(10).

       FD  DEDYTD-FILE RECORDING MODE IS F.
       01  DEDYTD-RECORD.
           05  DY-KEY.
               10  DY-SSN          PIC 9(9).
               10  DY-CODE         PIC X(3).
           05  FILLER              PIC X(9).

       FD  TEST-DEDYTD-FILE RECORDING MODE IS F.
       01  TEST-DEDYTD-RECORD.
           05  TD-KEY              PIC X(12).
           05  FILLER              PIC X(9).

       FD  ARREARS-FILE RECORDING MODE IS F.
       01  ARREARS-RECORD.
           05  AR-KEY.
               10  AR-SSN          PIC 9(9).
               10  AR-CODE         PIC X(3).
           05  FILLER              PIC X(224).

       FD  TEST-ARREARS-FILE RECORDING MODE IS F.
       01  TEST-ARREARS-RECORD.
           05  TR-KEY              PIC X(12).
           05  FILLER              PIC X(224).

       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  TEST-ASSET-FILE.
       01  TEST-ASSET-RECORD.
           05  TS-ASSET-ID         PIC 9(6).
           05  FILLER              PIC X(272).

       FD  LIVE-DATA-FILE RECORDING MODE IS F.
       01  LIVE-DATA-LINE          PIC X(300).

       FD  TEST-DATA-FILE RECORDING MODE IS F.
       01  TEST-DATA-LINE          PIC X(300).

       FD  DEIDCOPY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-DEIDCOPY-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-INPUT-WS            PICTURE X(3)  VALUE 'NO'.
           05  RUN-REFUSED-SW          PICTURE X(3)  VALUE 'NO'.
           05  FILE-READ-WS            PICTURE 9(7)  VALUE ZERO.
           05  FILE-WRITTEN-WS         PICTURE 9(7)  VALUE ZERO.
           05  FILE-DROPPED-WS         PICTURE 9(7)  VALUE ZERO.
           05  TOTAL-WRITTEN-WS        PICTURE 9(7)  VALUE ZERO.
           05  TOTAL-DROPPED-WS        PICTURE 9(7)  VALUE ZERO.
           05  FILES-COPIED-WS         PICTURE 9(3)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  YTD-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  PTOBAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  DEDYTD-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  ARREARS-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  LIVE-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  TEST-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

      *    WHERE THE COPY GOES. EACH TEST-AREA NAME IS THE CARD'S
      *    DIRECTORY FOLLOWED BY THE PRODUCTION FILE NAME.
       01  TEST-AREA-WS                PICTURE X(40) VALUE SPACES.
       01  TEST-PAYROLL-NAME-WS        PICTURE X(60) VALUE SPACES.
       01  TEST-YTD-NAME-WS            PICTURE X(60) VALUE SPACES.
       01  TEST-PTOBAL-NAME-WS         PICTURE X(60) VALUE SPACES.
       01  TEST-DEDYTD-NAME-WS         PICTURE X(60) VALUE SPACES.
       01  TEST-ARREARS-NAME-WS        PICTURE X(60) VALUE SPACES.
       01  TEST-ASSET-NAME-WS          PICTURE X(60) VALUE SPACES.
       01  LIVE-FILE-NAME-WS           PICTURE X(12) VALUE SPACES.
       01  TEST-FILE-NAME-WS           PICTURE X(60) VALUE SPACES.
       01  NAME-PART-WS                PICTURE X(12) VALUE SPACES.

      *    THE LINE-SEQUENTIAL FILES COPIED, WITH THE COLUMN EACH
      *    KEEPS ITS SSN IN AND, FOR THE REGISTER, ITS PAYEE NAME.
      *    ZERO IS NONE - THE ASSET HISTORY CARRIES NEITHER AND IS
      *    COPIED AS IT STANDS. A REGISTER LINE WITH A ZERO SSN IS A
      *    DEDUCTION REMITTANCE TO A THIRD-PARTY PAYEE, WHOSE NAME
      *    IS NO ONE'S PERSONAL DATA AND STAYS.
       01  LAYOUT-TABLE-SETUP.
           05  FILLER PIC X(18) VALUE 'PAYHIST.DAT 001000'.
           05  FILLER PIC X(18) VALUE 'CHECKREG.DAT010020'.
           05  FILLER PIC X(18) VALUE 'DEDMAST.DAT 001000'.
           05  FILLER PIC X(18) VALUE 'DEDDETL.DAT 001000'.
           05  FILLER PIC X(18) VALUE 'TIMECARD.DAT001000'.
           05  FILLER PIC X(18) VALUE 'RATECHG.DAT 001000'.
           05  FILLER PIC X(18) VALUE 'ASSHIST.DAT 000000'.
       01  LAYOUT-TABLE-WS REDEFINES LAYOUT-TABLE-SETUP.
           05  LAYOUT-ENTRY-WS OCCURS 7 TIMES.
               10  LAY-FILE-NAME-TBL   PIC X(12).
               10  LAY-SSN-COL-TBL     PIC 9(3).
               10  LAY-NAME-COL-TBL    PIC 9(3).

       01  LAYOUT-CONTROL-WS.
           05  LAY-IDX-WS           PIC 9(2) VALUE ZERO.
           05  LINE-SSN-WS          PIC X(9) VALUE SPACES.

      *    THE CROSSWALK. THE MASTER'S SSNS ARE LOADED IN KEY ORDER
      *    AND AN EMPLOYEE'S FAKE COMES FROM WHERE THEIR SSN SITS IN
      *    THE TABLE; A SIDE-FILE SSN NOT ON THE MASTER IS ADDED TO
      *    THE OTHER-SSN TABLE THE FIRST TIME IT TURNS UP AND KEEPS
      *    THAT PLACE FOR EVERY FILE AFTER.
       01  SSN-MAP-CONTROL-WS.
           05  EMPLOYEE-COUNT-WS       PIC 9(5)  VALUE ZERO.
           05  EMPLOYEE-LIMIT-WS       PIC 9(5)  VALUE 5000.
           05  OTHER-COUNT-WS          PIC 9(5)  VALUE ZERO.
           05  OTHER-LIMIT-WS          PIC 9(5)  VALUE 1000.
           05  MAP-IDX-WS              PIC 9(5)  VALUE ZERO.
           05  MAP-SLOT-WS             PIC 9(5)  VALUE ZERO.
           05  SEARCH-LOW-WS           PIC S9(5) VALUE ZERO.
           05  SEARCH-HIGH-WS          PIC S9(5) VALUE ZERO.
           05  SEARCH-MID-WS           PIC S9(5) VALUE ZERO.
           05  REAL-SSN-WS             PIC 9(9)  VALUE ZERO.
           05  MAP-FOUND-SW            PIC X(3)  VALUE 'NO'.

       01  EMPLOYEE-SSN-TABLE-WS.
           05  EMPLOYEE-SSN-ENTRY-WS OCCURS 5000 TIMES.
               10  EMT-SSN-TBL         PIC 9(9).

       01  OTHER-SSN-TABLE-WS.
           05  OTHER-SSN-ENTRY-WS OCCURS 1000 TIMES.
               10  OTH-SSN-TBL         PIC 9(9).

      *    A FAKE SSN IS BUILT FROM ITS PLACE IN THE CROSSWALK -
      *    SERIAL 0001-9999, THEN GROUP 01-99, THEN AREA FROM 101 -
      *    SO IT IS ALWAYS A VALID-FORMAT NUMBER PROB3BATCH WILL
      *    ACCEPT: NEVER AREA 000, 666 OR 900-999, GROUP 00, SERIAL
      *    0000, OR ALL ONE DIGIT.
       01  FAKE-IDENTITY-WS.
           05  FAKE-RANK-WS            PIC 9(6)  VALUE ZERO.
           05  RANK-LESS-ONE-WS        PIC 9(6)  VALUE ZERO.
           05  RANK-BLOCK-WS           PIC 9(6)  VALUE ZERO.
           05  RANK-AREA-STEP-WS       PIC 9(6)  VALUE ZERO.
           05  RANK-REMAINDER-WS       PIC 9(6)  VALUE ZERO.

       01  FAKE-SSN-WS                 PIC 9(9)  VALUE ZERO.
       01  FAKE-SSN-PARTS-WS REDEFINES FAKE-SSN-WS.
           05  FS-AREA-WS              PIC 999.
           05  FS-GROUP-WS             PIC 99.
           05  FS-SERIAL-WS            PIC 9999.

      *    'LAST, FIRST' AS THE W-2 AND 1095-C NAME SPLITS EXPECT.
       01  FAKE-NAME-WS.
           05                          PIC X(3)  VALUE 'EMP'.
           05  FN-RANK-WS              PIC 9(6).
           05                          PIC X(6)  VALUE ', TEST'.
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  FAKE-ADDRESS-WS.
           05  FA-RANK-WS              PIC 9(6).
           05                          PIC X(12) VALUE ' TEST STREET'.
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  FAKE-ACCOUNT-WS.
           05  FB-SSN-WS               PIC 9(9).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'DEIDCOPY'.
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
           'DE-IDENTIFIED TEST COPY'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  TEST-AREA-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE 'TEST AREA: '.
           05  TA-AREA-OUT         PICTURE X(40).
           05  FILLER              PICTURE X(80)   VALUE SPACES.

       01  COPY-COLUMN-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE 'FILE'.
           05                      PICTURE X(12)   VALUE '        READ'.
           05                      PICTURE X(12)   VALUE '     WRITTEN'.
           05                      PICTURE X(12)   VALUE '     DROPPED'.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'REMARKS'.
           05  FILLER              PICTURE X(70)   VALUE SPACES.

       01  COPY-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CD-FILE-OUT         PICTURE X(12).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-READ-OUT         PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CD-WRITTEN-OUT      PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CD-DROPPED-OUT      PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  CD-REMARK-OUT       PICTURE X(40).
           05  FILLER              PICTURE X(40)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(24)   VALUE
                 '*** NOTHING COPIED - '.
           05  RF-REASON-OUT       PICTURE X(50).
           05  FILLER              PICTURE X(57)   VALUE SPACES.

       01  CROSSWALK-NOTE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
                 'SSN CROSSWALK HELD IN STORAGE ONLY - NOT WRITTEN'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  DEIDCOPY-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(16)   VALUE
                 'FILES COPIED: '.
           05  DS-FILES-OUT        PICTURE ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  EMPLOYEES: '.
           05  DS-EMPLOYEES-OUT    PICTURE ZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  OTHER SSNS: '.
           05  DS-OTHERS-OUT       PICTURE ZZ,ZZ9.
           05                      PICTURE X(11)   VALUE
                 '  WRITTEN: '.
           05  DS-WRITTEN-OUT      PICTURE Z,ZZZ,ZZ9.
           05                      PICTURE X(11)   VALUE
                 '  DROPPED: '.
           05  DS-DROPPED-OUT      PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF RUN-REFUSED-SW = 'NO'
               PERFORM 300-LOAD-EMPLOYEE-SSNS
           END-IF
           IF RUN-REFUSED-SW = 'NO'
               PERFORM 400-COPY-PAYROLL-MASTER
               PERFORM 420-COPY-YTD
               PERFORM 440-COPY-PTO-BALANCES
               PERFORM 460-COPY-DEDUCTION-YTD
               PERFORM 480-COPY-ARREARS
               PERFORM 500-COPY-ASSET-MASTER
               PERFORM 520-COPY-ONE-SEQUENTIAL-FILE
                   VARYING LAY-IDX-WS FROM 1 BY 1
                   UNTIL LAY-IDX-WS > 7
           END-IF
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS

           OPEN OUTPUT DEIDCOPY-REPORT-FILE
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-DEIDCOPY-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           PERFORM 210-READ-PARAMETER-CARD
           IF RUN-REFUSED-SW = 'NO'
               MOVE TEST-AREA-WS TO TA-AREA-OUT
               WRITE PRINT-DEIDCOPY-LINE FROM TEST-AREA-LINE
                   AFTER 1 LINE
               WRITE PRINT-DEIDCOPY-LINE FROM COPY-COLUMN-LINE
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-DEIDCOPY-LINE
               WRITE PRINT-DEIDCOPY-LINE AFTER 1 LINE
               PERFORM 220-BUILD-TEST-NAMES
           END-IF.

      *    NO CARD, OR A CARD WITH NO TEST AREA ON IT, REFUSES THE
      *    RUN - THE FILES WOULD OTHERWISE GO OVER THE LIVE ONES.
       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-TEST-AREA TO TEST-AREA-WS
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF
           IF TEST-AREA-WS = SPACES
               MOVE 'YES' TO RUN-REFUSED-SW
               MOVE 'NO TEST AREA ON DEIDCOPY.PRM' TO RF-REASON-OUT
               WRITE PRINT-DEIDCOPY-LINE FROM REFUSED-LINE
                   AFTER 2 LINES
           END-IF.

       220-BUILD-TEST-NAMES.
           MOVE 'PAYROLL.DAT' TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           MOVE TEST-FILE-NAME-WS TO TEST-PAYROLL-NAME-WS
           MOVE 'YTD.DAT'     TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           MOVE TEST-FILE-NAME-WS TO TEST-YTD-NAME-WS
           MOVE 'PTOBAL.DAT'  TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           MOVE TEST-FILE-NAME-WS TO TEST-PTOBAL-NAME-WS
           MOVE 'DEDYTD.DAT'  TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           MOVE TEST-FILE-NAME-WS TO TEST-DEDYTD-NAME-WS
           MOVE 'DEDARRS.DAT' TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           MOVE TEST-FILE-NAME-WS TO TEST-ARREARS-NAME-WS
           MOVE 'ASSDATA.DAT' TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           MOVE TEST-FILE-NAME-WS TO TEST-ASSET-NAME-WS.

       225-BUILD-ONE-TEST-NAME.
           MOVE SPACES TO TEST-FILE-NAME-WS
           STRING TEST-AREA-WS DELIMITED BY SPACE
                  NAME-PART-WS DELIMITED BY SPACE
               INTO TEST-FILE-NAME-WS
           END-STRING.

      *    THE MASTER'S SSNS, IN KEY ORDER, ARE THE FIRST PART OF
      *    THE CROSSWALK. WITH NO MASTER, OR MORE EMPLOYEES THAN THE
      *    TABLE HOLDS, NO EMPLOYEE'S FAKE CAN BE TRUSTED TO MATCH
      *    ACROSS FILES, SO NOTHING IS COPIED.
       300-LOAD-EMPLOYEE-SSNS.
           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS NOT = '00'
               MOVE 'YES' TO RUN-REFUSED-SW
               MOVE 'PAYROLL.DAT NOT FOUND' TO RF-REASON-OUT
               WRITE PRINT-DEIDCOPY-LINE FROM REFUSED-LINE
                   AFTER 1 LINE
           ELSE
               MOVE 'NO' TO EOF-INPUT-WS
               PERFORM 310-READ-ONE-EMPLOYEE
               PERFORM 320-STORE-ONE-EMPLOYEE
                   UNTIL EOF-INPUT-WS = 'YES'
               CLOSE USER-INPUT-FILE
               IF EMPLOYEE-COUNT-WS > EMPLOYEE-LIMIT-WS
                   MOVE 'YES' TO RUN-REFUSED-SW
                   MOVE 'MORE EMPLOYEES THAN THE CROSSWALK HOLDS'
                        TO RF-REASON-OUT
                   WRITE PRINT-DEIDCOPY-LINE FROM REFUSED-LINE
                       AFTER 1 LINE
               END-IF
           END-IF.

       310-READ-ONE-EMPLOYEE.
           READ USER-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

       320-STORE-ONE-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT-WS
           IF EMPLOYEE-COUNT-WS > EMPLOYEE-LIMIT-WS
               MOVE 'YES' TO EOF-INPUT-WS
           ELSE
               MOVE SSN-IN TO EMT-SSN-TBL (EMPLOYEE-COUNT-WS)
               PERFORM 310-READ-ONE-EMPLOYEE
           END-IF.

      *    THE MASTER ITSELF: SSN, NAME, STREET ADDRESS AND CITY ARE
      *    REPLACED OUTRIGHT. THE STATE STAYS FOR THE TAX LOGIC, THE
      *    ZIP KEEPS ONLY ITS FIRST THREE DIGITS, AND THE BIRTH DATE
      *    KEEPS ONLY ITS YEAR (JANUARY 1), SO AGE-BASED RULES STILL
      *    FALL THE SAME WAY. A BANK ACCOUNT ON FILE IS REPLACED BY
      *    THE FAKE SSN'S DIGITS; THE ROUTING NUMBER IS THE BANK'S,
      *    NOT THE EMPLOYEE'S, AND STAYS SO THE ABA CHECK STILL
      *    PASSES.
       400-COPY-PAYROLL-MASTER.
           MOVE 'PAYROLL.DAT' TO CD-FILE-OUT
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT USER-INPUT-FILE
           OPEN OUTPUT TEST-PAYROLL-FILE
           IF TEST-FILE-STATUS-WS NOT = '00'
               CLOSE USER-INPUT-FILE
               PERFORM 820-PRINT-NOT-OPENED
           ELSE
               MOVE 'NO' TO EOF-INPUT-WS
               PERFORM 310-READ-ONE-EMPLOYEE
               PERFORM 410-SCRUB-ONE-EMPLOYEE
                   UNTIL EOF-INPUT-WS = 'YES'
               CLOSE USER-INPUT-FILE TEST-PAYROLL-FILE
               PERFORM 810-PRINT-FILE-COUNTS
           END-IF.

       410-SCRUB-ONE-EMPLOYEE.
           ADD 1 TO FILE-READ-WS
           MOVE SSN-IN TO REAL-SSN-WS
           PERFORM 700-MAP-SSN
           IF MAP-FOUND-SW = 'YES'
               MOVE FAKE-SSN-WS TO SSN-IN
               MOVE FAKE-NAME-WS TO NAME-IN OF USER-INPUT-RECORD
               IF BANK-ACCOUNT-IN NOT = SPACES
                   MOVE FAKE-SSN-WS TO FB-SSN-WS
                   MOVE FAKE-ACCOUNT-WS TO BANK-ACCOUNT-IN
               END-IF
               MOVE FAKE-ADDRESS-WS TO ADDRESS-1-IN
               MOVE SPACES TO ADDRESS-2-IN
               MOVE 'TESTVILLE' TO CITY-IN
               IF ZIP-IN NOT = SPACES
                   MOVE '00' TO ZIP-LAST-TWO-IN
                   MOVE SPACES TO ZIP-PLUS-FOUR-IN
               END-IF
               IF BIRTH-DATE-IN IS NUMERIC
                  AND BIRTH-DATE-IN > ZERO
                   MOVE 0101 TO BIRTH-MONTH-DAY-IN
               END-IF
               WRITE TEST-PAYROLL-RECORD FROM USER-INPUT-RECORD
                   INVALID KEY ADD 1 TO FILE-DROPPED-WS
                   NOT INVALID KEY ADD 1 TO FILE-WRITTEN-WS
               END-WRITE
           ELSE
               ADD 1 TO FILE-DROPPED-WS
           END-IF
           PERFORM 310-READ-ONE-EMPLOYEE.

      *    THE SSN-KEYED SIDE FILES - ONLY THE SSN CHANGES.
       420-COPY-YTD.
           MOVE 'YTD.DAT' TO CD-FILE-OUT
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS-WS NOT = '00'
               PERFORM 830-PRINT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT TEST-YTD-FILE
               IF TEST-FILE-STATUS-WS NOT = '00'
                   CLOSE YTD-FILE
                   PERFORM 820-PRINT-NOT-OPENED
               ELSE
                   MOVE 'NO' TO EOF-INPUT-WS
                   PERFORM 425-READ-ONE-YTD
                   PERFORM 430-SCRUB-ONE-YTD
                       UNTIL EOF-INPUT-WS = 'YES'
                   CLOSE YTD-FILE TEST-YTD-FILE
                   PERFORM 810-PRINT-FILE-COUNTS
               END-IF
           END-IF.

       425-READ-ONE-YTD.
           READ YTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

       430-SCRUB-ONE-YTD.
           ADD 1 TO FILE-READ-WS
           MOVE YTD-SSN TO REAL-SSN-WS
           PERFORM 700-MAP-SSN
           IF MAP-FOUND-SW = 'YES'
               MOVE FAKE-SSN-WS TO YTD-SSN
               WRITE TEST-YTD-RECORD FROM YTD-RECORD
                   INVALID KEY ADD 1 TO FILE-DROPPED-WS
                   NOT INVALID KEY ADD 1 TO FILE-WRITTEN-WS
               END-WRITE
           ELSE
               ADD 1 TO FILE-DROPPED-WS
           END-IF
           PERFORM 425-READ-ONE-YTD.

       440-COPY-PTO-BALANCES.
           MOVE 'PTOBAL.DAT' TO CD-FILE-OUT
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT PTO-BALANCE-FILE
           IF PTOBAL-FILE-STATUS-WS NOT = '00'
               PERFORM 830-PRINT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT TEST-PTO-BALANCE-FILE
               IF TEST-FILE-STATUS-WS NOT = '00'
                   CLOSE PTO-BALANCE-FILE
                   PERFORM 820-PRINT-NOT-OPENED
               ELSE
                   MOVE 'NO' TO EOF-INPUT-WS
                   PERFORM 445-READ-ONE-PTO-BALANCE
                   PERFORM 450-SCRUB-ONE-PTO-BALANCE
                       UNTIL EOF-INPUT-WS = 'YES'
                   CLOSE PTO-BALANCE-FILE TEST-PTO-BALANCE-FILE
                   PERFORM 810-PRINT-FILE-COUNTS
               END-IF
           END-IF.

       445-READ-ONE-PTO-BALANCE.
           READ PTO-BALANCE-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

       450-SCRUB-ONE-PTO-BALANCE.
           ADD 1 TO FILE-READ-WS
           MOVE PTO-SSN TO REAL-SSN-WS
           PERFORM 700-MAP-SSN
           IF MAP-FOUND-SW = 'YES'
               MOVE FAKE-SSN-WS TO PTO-SSN
               WRITE TEST-PTO-BALANCE-RECORD FROM PTO-BALANCE-RECORD
                   INVALID KEY ADD 1 TO FILE-DROPPED-WS
                   NOT INVALID KEY ADD 1 TO FILE-WRITTEN-WS
               END-WRITE
           ELSE
               ADD 1 TO FILE-DROPPED-WS
           END-IF
           PERFORM 445-READ-ONE-PTO-BALANCE.

       460-COPY-DEDUCTION-YTD.
           MOVE 'DEDYTD.DAT' TO CD-FILE-OUT
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT DEDYTD-FILE
           IF DEDYTD-FILE-STATUS-WS NOT = '00'
               PERFORM 830-PRINT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT TEST-DEDYTD-FILE
               IF TEST-FILE-STATUS-WS NOT = '00'
                   CLOSE DEDYTD-FILE
                   PERFORM 820-PRINT-NOT-OPENED
               ELSE
                   MOVE 'NO' TO EOF-INPUT-WS
                   PERFORM 465-READ-ONE-DEDYTD
                   PERFORM 470-SCRUB-ONE-DEDYTD
                       UNTIL EOF-INPUT-WS = 'YES'
                   CLOSE DEDYTD-FILE TEST-DEDYTD-FILE
                   PERFORM 810-PRINT-FILE-COUNTS
               END-IF
           END-IF.

       465-READ-ONE-DEDYTD.
           READ DEDYTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

       470-SCRUB-ONE-DEDYTD.
           ADD 1 TO FILE-READ-WS
           MOVE DY-SSN TO REAL-SSN-WS
           PERFORM 700-MAP-SSN
           IF MAP-FOUND-SW = 'YES'
               MOVE FAKE-SSN-WS TO DY-SSN
               WRITE TEST-DEDYTD-RECORD FROM DEDYTD-RECORD
                   INVALID KEY ADD 1 TO FILE-DROPPED-WS
                   NOT INVALID KEY ADD 1 TO FILE-WRITTEN-WS
               END-WRITE
           ELSE
               ADD 1 TO FILE-DROPPED-WS
           END-IF
           PERFORM 465-READ-ONE-DEDYTD.

       480-COPY-ARREARS.
           MOVE 'DEDARRS.DAT' TO CD-FILE-OUT
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS-WS NOT = '00'
               PERFORM 830-PRINT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT TEST-ARREARS-FILE
               IF TEST-FILE-STATUS-WS NOT = '00'
                   CLOSE ARREARS-FILE
                   PERFORM 820-PRINT-NOT-OPENED
               ELSE
                   MOVE 'NO' TO EOF-INPUT-WS
                   PERFORM 485-READ-ONE-ARREARS
                   PERFORM 490-SCRUB-ONE-ARREARS
                       UNTIL EOF-INPUT-WS = 'YES'
                   CLOSE ARREARS-FILE TEST-ARREARS-FILE
                   PERFORM 810-PRINT-FILE-COUNTS
               END-IF
           END-IF.

       485-READ-ONE-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

       490-SCRUB-ONE-ARREARS.
           ADD 1 TO FILE-READ-WS
           MOVE AR-SSN TO REAL-SSN-WS
           PERFORM 700-MAP-SSN
           IF MAP-FOUND-SW = 'YES'
               MOVE FAKE-SSN-WS TO AR-SSN
               WRITE TEST-ARREARS-RECORD FROM ARREARS-RECORD
                   INVALID KEY ADD 1 TO FILE-DROPPED-WS
                   NOT INVALID KEY ADD 1 TO FILE-WRITTEN-WS
               END-WRITE
           ELSE
               ADD 1 TO FILE-DROPPED-WS
           END-IF
           PERFORM 485-READ-ONE-ARREARS.

      *    THE ASSET MASTER CARRIES NO ONE'S PERSONAL DATA AND IS
      *    COPIED AS IT STANDS.
       500-COPY-ASSET-MASTER.
           MOVE 'ASSDATA.DAT' TO CD-FILE-OUT
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               PERFORM 830-PRINT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT TEST-ASSET-FILE
               IF TEST-FILE-STATUS-WS NOT = '00'
                   CLOSE ASSET-INPUT-FILE
                   PERFORM 820-PRINT-NOT-OPENED
               ELSE
                   MOVE 'NO' TO EOF-INPUT-WS
                   PERFORM 505-READ-ONE-ASSET
                   PERFORM 510-COPY-ONE-ASSET
                       UNTIL EOF-INPUT-WS = 'YES'
                   CLOSE ASSET-INPUT-FILE TEST-ASSET-FILE
                   PERFORM 810-PRINT-FILE-COUNTS
               END-IF
           END-IF.

       505-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

       510-COPY-ONE-ASSET.
           ADD 1 TO FILE-READ-WS
           WRITE TEST-ASSET-RECORD FROM CPYIN
               INVALID KEY ADD 1 TO FILE-DROPPED-WS
               NOT INVALID KEY ADD 1 TO FILE-WRITTEN-WS
           END-WRITE
           PERFORM 505-READ-ONE-ASSET.

      *    ONE LINE-SEQUENTIAL FILE FROM THE LAYOUT TABLE.
       520-COPY-ONE-SEQUENTIAL-FILE.
           MOVE LAY-FILE-NAME-TBL (LAY-IDX-WS) TO CD-FILE-OUT
           MOVE LAY-FILE-NAME-TBL (LAY-IDX-WS) TO LIVE-FILE-NAME-WS
           MOVE LAY-FILE-NAME-TBL (LAY-IDX-WS) TO NAME-PART-WS
           PERFORM 225-BUILD-ONE-TEST-NAME
           PERFORM 800-CLEAR-FILE-COUNTS
           OPEN INPUT LIVE-DATA-FILE
           IF LIVE-FILE-STATUS-WS NOT = '00'
               PERFORM 830-PRINT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT TEST-DATA-FILE
               IF TEST-FILE-STATUS-WS NOT = '00'
                   CLOSE LIVE-DATA-FILE
                   PERFORM 820-PRINT-NOT-OPENED
               ELSE
                   MOVE 'NO' TO EOF-INPUT-WS
                   PERFORM 525-READ-ONE-LIVE-LINE
                   PERFORM 530-SCRUB-ONE-LINE
                       UNTIL EOF-INPUT-WS = 'YES'
                   CLOSE LIVE-DATA-FILE TEST-DATA-FILE
                   PERFORM 810-PRINT-FILE-COUNTS
               END-IF
           END-IF.

       525-READ-ONE-LIVE-LINE.
           MOVE SPACES TO LIVE-DATA-LINE
           READ LIVE-DATA-FILE
               AT END MOVE 'YES' TO EOF-INPUT-WS
           END-READ.

      *    A LINE WHOSE SSN COLUMN ISN'T NINE DIGITS CAN'T BE TOLD
      *    CLEAN, SO IT IS DROPPED RATHER THAN COPIED.
       530-SCRUB-ONE-LINE.
           ADD 1 TO FILE-READ-WS
           IF LAY-SSN-COL-TBL (LAY-IDX-WS) = ZERO
               MOVE 'YES' TO MAP-FOUND-SW
           ELSE
               MOVE LIVE-DATA-LINE
                    (LAY-SSN-COL-TBL (LAY-IDX-WS) : 9) TO LINE-SSN-WS
               IF LINE-SSN-WS IS NUMERIC
                   MOVE LINE-SSN-WS TO REAL-SSN-WS
                   PERFORM 700-MAP-SSN
               ELSE
                   MOVE 'NO' TO MAP-FOUND-SW
               END-IF
               IF MAP-FOUND-SW = 'YES'
                   MOVE FAKE-SSN-WS TO LIVE-DATA-LINE
                        (LAY-SSN-COL-TBL (LAY-IDX-WS) : 9)
                   IF LAY-NAME-COL-TBL (LAY-IDX-WS) > ZERO
                      AND REAL-SSN-WS > ZERO
                       MOVE FAKE-NAME-WS TO LIVE-DATA-LINE
                            (LAY-NAME-COL-TBL (LAY-IDX-WS) : 20)
                   END-IF
               END-IF
           END-IF
           IF MAP-FOUND-SW = 'YES'
               ADD 1 TO FILE-WRITTEN-WS
               WRITE TEST-DATA-LINE FROM LIVE-DATA-LINE
           ELSE
               ADD 1 TO FILE-DROPPED-WS
           END-IF
           PERFORM 525-READ-ONE-LIVE-LINE.

      *    REAL SSN IN, FAKE SSN AND NAME OUT. ZERO STAYS ZERO - IT
      *    IS NO ONE. A MASTER SSN IS FOUND BY HALVING THE TABLE;
      *    ANY OTHER IS LOOKED FOR AMONG THE OTHER SSNS ALREADY SEEN
      *    AND ADDED IF IT IS NEW. WHEN THAT TABLE IS FULL THE SSN
      *    HAS NO FAKE AND THE ROW CARRYING IT IS DROPPED.
       700-MAP-SSN.
           MOVE 'NO' TO MAP-FOUND-SW
           MOVE ZERO TO MAP-SLOT-WS
           EVALUATE TRUE
               WHEN REAL-SSN-WS = ZERO
                   MOVE ZERO TO FAKE-SSN-WS
                   MOVE 'YES' TO MAP-FOUND-SW
               WHEN OTHER
                   MOVE 1 TO SEARCH-LOW-WS
                   MOVE EMPLOYEE-COUNT-WS TO SEARCH-HIGH-WS
                   PERFORM 710-PROBE-EMPLOYEE-TABLE
                       UNTIL SEARCH-LOW-WS > SEARCH-HIGH-WS
                          OR MAP-SLOT-WS > ZERO
                   IF MAP-SLOT-WS > ZERO
                       MOVE MAP-SLOT-WS TO FAKE-RANK-WS
                   ELSE
                       PERFORM 720-FIND-OTHER-SSN
                           VARYING MAP-IDX-WS FROM 1 BY 1
                           UNTIL MAP-IDX-WS > OTHER-COUNT-WS
                              OR MAP-SLOT-WS > ZERO
                       IF MAP-SLOT-WS = ZERO
                          AND OTHER-COUNT-WS < OTHER-LIMIT-WS
                           ADD 1 TO OTHER-COUNT-WS
                           MOVE REAL-SSN-WS TO
                                OTH-SSN-TBL (OTHER-COUNT-WS)
                           MOVE OTHER-COUNT-WS TO MAP-SLOT-WS
                       END-IF
                       IF MAP-SLOT-WS > ZERO
                           COMPUTE FAKE-RANK-WS =
                                   EMPLOYEE-COUNT-WS + MAP-SLOT-WS
                       END-IF
                   END-IF
                   IF MAP-SLOT-WS > ZERO
                       PERFORM 730-MAKE-FAKE-IDENTITY
                       MOVE 'YES' TO MAP-FOUND-SW
                   END-IF
           END-EVALUATE.

       710-PROBE-EMPLOYEE-TABLE.
           COMPUTE SEARCH-MID-WS = (SEARCH-LOW-WS + SEARCH-HIGH-WS) / 2
           IF EMT-SSN-TBL (SEARCH-MID-WS) = REAL-SSN-WS
               MOVE SEARCH-MID-WS TO MAP-SLOT-WS
           ELSE
               IF EMT-SSN-TBL (SEARCH-MID-WS) < REAL-SSN-WS
                   COMPUTE SEARCH-LOW-WS = SEARCH-MID-WS + 1
               ELSE
                   COMPUTE SEARCH-HIGH-WS = SEARCH-MID-WS - 1
               END-IF
           END-IF.

       720-FIND-OTHER-SSN.
           IF OTH-SSN-TBL (MAP-IDX-WS) = REAL-SSN-WS
               MOVE MAP-IDX-WS TO MAP-SLOT-WS
           END-IF.

       730-MAKE-FAKE-IDENTITY.
           COMPUTE RANK-LESS-ONE-WS = FAKE-RANK-WS - 1
           DIVIDE RANK-LESS-ONE-WS BY 9999 GIVING RANK-BLOCK-WS
               REMAINDER RANK-REMAINDER-WS
           COMPUTE FS-SERIAL-WS = RANK-REMAINDER-WS + 1
           DIVIDE RANK-BLOCK-WS BY 99 GIVING RANK-AREA-STEP-WS
               REMAINDER RANK-REMAINDER-WS
           COMPUTE FS-GROUP-WS = RANK-REMAINDER-WS + 1
           COMPUTE FS-AREA-WS = RANK-AREA-STEP-WS + 101
           MOVE FAKE-RANK-WS TO FN-RANK-WS
           MOVE FAKE-RANK-WS TO FA-RANK-WS.

       800-CLEAR-FILE-COUNTS.
           MOVE ZERO TO FILE-READ-WS
           MOVE ZERO TO FILE-WRITTEN-WS
           MOVE ZERO TO FILE-DROPPED-WS.

       810-PRINT-FILE-COUNTS.
           ADD 1 TO FILES-COPIED-WS
           ADD FILE-WRITTEN-WS TO TOTAL-WRITTEN-WS
           ADD FILE-DROPPED-WS TO TOTAL-DROPPED-WS
           MOVE FILE-READ-WS    TO CD-READ-OUT
           MOVE FILE-WRITTEN-WS TO CD-WRITTEN-OUT
           MOVE FILE-DROPPED-WS TO CD-DROPPED-OUT
           IF FILE-DROPPED-WS > ZERO
               MOVE '*** ROWS DROPPED - SSN NOT REPLACEABLE'
                    TO CD-REMARK-OUT
           ELSE
               MOVE SPACES TO CD-REMARK-OUT
           END-IF
           WRITE PRINT-DEIDCOPY-LINE FROM COPY-DETAIL-LINE
               AFTER 1 LINE.

       820-PRINT-NOT-OPENED.
           MOVE ZERO TO CD-READ-OUT CD-WRITTEN-OUT CD-DROPPED-OUT
           MOVE '*** TEST AREA FILE WOULD NOT OPEN' TO CD-REMARK-OUT
           WRITE PRINT-DEIDCOPY-LINE FROM COPY-DETAIL-LINE
               AFTER 1 LINE.

       830-PRINT-NOT-ON-FILE.
           MOVE ZERO TO CD-READ-OUT CD-WRITTEN-OUT CD-DROPPED-OUT
           MOVE 'NOT ON FILE - NOT COPIED' TO CD-REMARK-OUT
           WRITE PRINT-DEIDCOPY-LINE FROM COPY-DETAIL-LINE
               AFTER 1 LINE.

       900-CLOSE.
           IF RUN-REFUSED-SW = 'NO'
               WRITE PRINT-DEIDCOPY-LINE FROM CROSSWALK-NOTE-LINE
                   AFTER 2 LINES
               MOVE FILES-COPIED-WS   TO DS-FILES-OUT
               MOVE EMPLOYEE-COUNT-WS TO DS-EMPLOYEES-OUT
               MOVE OTHER-COUNT-WS    TO DS-OTHERS-OUT
               MOVE TOTAL-WRITTEN-WS  TO DS-WRITTEN-OUT
               MOVE TOTAL-DROPPED-WS  TO DS-DROPPED-OUT
               WRITE PRINT-DEIDCOPY-LINE FROM DEIDCOPY-SUMMARY-LINE
                   AFTER 1 LINE
           END-IF

           CLOSE DEIDCOPY-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE TOTAL-WRITTEN-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
