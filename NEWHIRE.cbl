       IDENTIFICATION DIVISION.
       PROGRAM-ID.   NEWHIRE.
       AUTHOR.    CHRISTOPHER HILL.

      *    STATE NEW-HIRE REPORTING. EVERY HIRE AND REHIRE PAYRMNT
      *    POSTS IS QUEUED ON NEWHIRE.DAT; THIS PROGRAM PICKS UP
      *    EVERY ONE NOT YET SENT, JOINS IT TO THE PAYROLL MASTER BY
      *    SSN FOR THE NAME, ADDRESS, AND BIRTH DATE, AND WRITES
      *    NHSTATE.DAT - ONE BLOCK PER WORK STATE, EACH HIRE ON A W4
      *    RECORD CARRYING THE EMPLOYER'S FEDERAL EIN, NAME, AND
      *    ADDRESS FROM THE COMPANY.PRM EMPLOYER CARDS - READY FOR
      *    EACH STATE'S NEW-HIRE DIRECTORY. A HIRE THAT GOES OUT IS
      *    STAMPED WITH THE RUN DATE ON NEWHIRE.DAT SO IT IS NEVER
      *    SENT TWICE; ONE THAT CANNOT GO OUT STAYS QUEUED SO IT IS
      *    NEVER MISSED.
      *
      *    NEWHIRE.DOC LISTS THE EXCEPTIONS: HIRES HELD BACK FOR A
      *    MISSING ADDRESS OR BIRTH DATE (OR NO MASTER, OR NO
      *    EMPLOYER CARD), HIRES STILL UNSENT THAT ARE CLOSE TO OR
      *    PAST THE 20-DAY REPORTING DEADLINE, AND HIRES SENT LATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT NEW-HIRE-FILE ASSIGN TO 'NEWHIRE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEWHIRE-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

      *    WHICH EMPLOYER THE RUN COVERS - BLANK, '**', OR NO FILE
      *    REPORTS EVERY ENTITY TOGETHER; A CODE REPORTS THAT
      *    EMPLOYER'S HIRES ALONE AND LEAVES THE REST QUEUED.
            SELECT COMPANY-PARM-FILE ASSIGN TO 'COMPANY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS COMPANY-FILE-STATUS-WS.

            SELECT STATE-HIRE-FILE ASSIGN TO 'NHSTATE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEW-HIRE-REPORT-FILE ASSIGN TO 'NEWHIRE.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME RECORD LAYOUT PAYRMNT QUEUES THE HIRES WITH - NOT A
      *    COPYBOOK THERE EITHER. HIRE TYPE 'H' IS A NEW HIRE, 'R' A
      *    REHIRE OF A TERMINATED EMPLOYEE.
       FD  NEW-HIRE-FILE RECORDING MODE IS F.
       01  NEW-HIRE-RECORD.
           05  NH-SSN          PIC 9(9).
           05  NH-HIRE-DATE    PIC 9(8).
           05  NH-HIRE-TYPE    PIC X.
           05  NH-COMPANY      PIC XX.
           05  NH-POSTED-DATE  PIC 9(8).
           05  NH-REPORTED-DATE PIC 9(8).

       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(6).
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(3).
           05  STATE-IN        PIC XX.
           05  FILLER          PIC X(57).
           05  FILLER          PIC X(16).
           05  ADDRESS-1-IN    PIC X(25).
           05  ADDRESS-2-IN    PIC X(25).
           05  CITY-IN         PIC X(15).
           05  ADDR-STATE-IN   PIC XX.
           05  ZIP-IN          PIC X(9).
           05  BIRTH-DATE-IN   PIC 9(8).
           05  COMPANY-IN      PIC XX.
           05  FILLER          PIC X(31).
           05  WORK-STATE-IN   PIC XX.

      *    THE FIRST CARD IS THE EMPLOYER FILTER EVERY PROGRAM
      *    READS. EACH CARD AFTER IT IDENTIFIES ONE EMPLOYER - THE
      *    SAME CARDS W2EXTR BUILDS THE EFW2 FILE FROM.
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

       FD  STATE-HIRE-FILE RECORDING MODE IS F.
       01  STATE-HIRE-LINE     PIC X(400).

       FD  NEW-HIRE-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-NH-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-NEWHIRE-WS          PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-REPORTED-WS     PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-HELD-WS         PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-LATE-WS         PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-NEAR-DUE-WS     PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-FILTERED-WS     PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-PURGED-WS       PICTURE 9(6)  VALUE ZERO.
           05  NH-IDX-WS               PICTURE 9(5)  VALUE ZERO.
           05  HIRE-READY-SW           PICTURE X(3)  VALUE 'NO'.
           05  HIRE-MASTER-SW          PICTURE X(3)  VALUE 'NO'.

       01  FILE-STATUS-FIELDS-WS.
           05  NEWHIRE-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  COMPANY-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  COMPANY-FILTER-WS           PICTURE XX    VALUE SPACES.
           88  ALL-COMPANIES-WS            VALUE SPACES '**'.

      *    THE STATES GIVE 20 DAYS FROM THE HIRE DATE. AN UNSENT
      *    HIRE THIS MANY DAYS OLD IS FLAGGED SO THE MISSING DATA
      *    CAN BE CHASED WHILE THERE IS STILL TIME. A SENT HIRE IS
      *    KEPT ON THE QUEUE THROUGH THE FOLLOWING CALENDAR YEAR AS
      *    THE RECORD OF WHEN IT WENT OUT.
       01  DEADLINE-CONTROL-WS.
           05  DEADLINE-DAYS-WS        PICTURE 99    VALUE 20.
           05  WARNING-DAYS-WS         PICTURE 99    VALUE 15.
           05  RUN-DATE-NUM-WS         PICTURE 9(8)  VALUE ZERO.
           05  RUN-DAY-NUMBER-WS       PICTURE 9(7)  VALUE ZERO.
           05  HIRE-AGE-DAYS-WS        PICTURE S9(7) VALUE ZERO.
           05  DAYS-LEFT-WS            PICTURE 9     VALUE ZERO.
           05  RETAIN-YEAR-WS          PICTURE 9(4)  VALUE ZERO.

      *    THE QUEUE IS HELD IN MEMORY AND WRITTEN BACK WHOLE WITH
      *    THE NEW REPORTED DATES. A QUEUE TOO BIG FOR THE TABLE IS
      *    NOT TOUCHED AT ALL - WRITING BACK ONLY WHAT FIT WOULD
      *    LOSE THE REST.
       01  PENDING-CONTROL-WS.
           05  PENDING-COUNT-WS        PIC 9(5) VALUE ZERO.
           05  PENDING-LIMIT-WS        PIC 9(5) VALUE 5000.
           05  PENDING-OVERFLOW-SW     PIC X(3) VALUE 'NO'.

       01  PENDING-TABLE-WS.
           05  PENDING-ENTRY-WS OCCURS 5000 TIMES.
               10  PND-SSN-TBL         PIC 9(9).
               10  PND-HIRE-DATE-TBL   PIC 9(8).
               10  PND-HIRE-TYPE-TBL   PIC X.
               10  PND-COMPANY-TBL     PIC XX.
               10  PND-POSTED-DATE-TBL PIC 9(8).
               10  PND-REPORTED-TBL    PIC 9(8).
               10  PND-READY-SW-TBL    PIC X.
               10  PND-WORK-STATE-TBL  PIC XX.
               10  PND-EMPLOYER-TBL    PIC 9(2).

      *    EVERY WORK STATE WITH AT LEAST ONE HIRE READY TO GO, IN
      *    THE ORDER FIRST SEEN - EACH GETS ITS OWN BLOCK ON THE
      *    STATE FILE.
       01  STATE-CONTROL-WS.
           05  STATE-COUNT-WS          PIC 9(2) VALUE ZERO.
           05  STATE-IDX-WS            PIC 9(2) VALUE ZERO.
           05  STATE-SLOT-WS           PIC 9(2) VALUE ZERO.
           05  STATE-HIRES-WS          PIC 9(7) VALUE ZERO.
           05  STATE-LIMIT-WS          PIC 9(2) VALUE 60.
           05  HIRE-WORK-STATE-WS      PIC XX   VALUE SPACES.

       01  STATE-TABLE-WS.
           05  STATE-ENTRY-WS OCCURS 60 TIMES.
               10  STT-CODE-TBL        PIC XX.

      *    THE EMPLOYER CARDS FROM COMPANY.PRM. A HIRE WHOSE MASTER
      *    CARRIES NO COMPANY CODE FILES UNDER THE FIRST CARD, THE
      *    ORIGINAL SINGLE EMPLOYER, AS ON THE W-2 FILE.
       01  EMPLOYER-CONTROL-WS.
           05  EOF-COMPANY-PARM-WS     PIC X(3) VALUE 'NO'.
           05  EMPLOYER-COUNT-WS       PIC 9(2) VALUE ZERO.
           05  EMPLOYER-SEARCH-IDX-WS  PIC 9(2) VALUE ZERO.
           05  EMPLOYER-SLOT-WS        PIC 9(2) VALUE ZERO.
           05  EMPLOYER-FOUND-SW       PIC X(3) VALUE 'NO'.
           05  EMPLOYER-LIMIT-WS       PIC 9(2) VALUE 20.
           05  EMPLOYEE-COMPANY-WS     PIC XX   VALUE SPACES.

       01  EMPLOYER-TABLE-WS.
           05  EMPLOYER-ENTRY-WS OCCURS 20 TIMES.
               10  EMP-COMPANY-TBL     PIC XX.
               10  EMP-EIN-TBL         PIC 9(9).
               10  EMP-NAME-TBL        PIC X(57).
               10  EMP-ADDRESS-TBL     PIC X(22).
               10  EMP-CITY-TBL        PIC X(22).
               10  EMP-STATE-TBL       PIC XX.
               10  EMP-ZIP-TBL         PIC X(9).

       01  NAME-SPLIT-WS.
           05  NAME-LEAD-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  NAME-COMMA-COUNT-WS     PIC 9(2) VALUE ZERO.
           05  NAME-PART-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  NAME-PART-1-WS          PIC X(20) VALUE SPACES.
           05  NAME-PART-2-WS          PIC X(20) VALUE SPACES.
           05  NAME-PART-3-WS          PIC X(20) VALUE SPACES.
           05  NAME-REST-WS            PIC X(20) VALUE SPACES.

      *    CALENDAR DATE TO DAY NUMBER (THE JULIAN DAY COUNT), ONE
      *    INTEGER STEP AT A TIME SO EVERY DIVISION TRUNCATES.
       01  CONVERT-DATE-WS             PIC 9(8) VALUE ZERO.
       01  CONVERT-DATE-PARTS REDEFINES CONVERT-DATE-WS.
           05  CV-YEAR-WS              PIC 9(4).
           05  CV-MONTH-WS             PIC 99.
           05  CV-DAY-WS               PIC 99.

       01  CONVERT-DAY-NUMBER-WS       PIC 9(7) VALUE ZERO.

       01  DAY-NUMBER-WORK-WS.
           05  JD-A-WS                 PIC S9(9) VALUE ZERO.
           05  JD-M-WS                 PIC S9(9) VALUE ZERO.
           05  JD-Y-WS                 PIC S9(9) VALUE ZERO.
           05  JD-T1-WS                PIC S9(9) VALUE ZERO.
           05  JD-T2-WS                PIC S9(9) VALUE ZERO.
           05  JD-T3-WS                PIC S9(9) VALUE ZERO.
           05  JD-T4-WS                PIC S9(9) VALUE ZERO.

      *    THE STATE FILE, 400 BYTES A RECORD: AN NH HEADER OPENS
      *    EACH WORK STATE'S BLOCK, ONE W4 RECORD PER HIRE, AND AN
      *    NT TRAILER CLOSES IT WITH THE BLOCK'S COUNT. DATES ARE
      *    CCYYMMDD; FIELDS THIS SHOP HAS NO USE FOR GO OUT BLANK.
       01  NH-HEADER-RECORD.
           05  FILLER              PIC XX      VALUE 'NH'.
           05  NHH-STATE           PIC XX      VALUE SPACES.
           05  NHH-RUN-DATE        PIC 9(8)    VALUE ZERO.
           05  FILLER              PIC X(388)  VALUE SPACES.

       01  NH-W4-RECORD.
           05  FILLER              PIC XX      VALUE 'W4'.
           05  W4-SSN              PIC 9(9)    VALUE ZERO.
           05  W4-FIRST-NAME       PIC X(16)   VALUE SPACES.
           05  W4-MIDDLE-NAME      PIC X(16)   VALUE SPACES.
           05  W4-LAST-NAME        PIC X(30)   VALUE SPACES.
           05  W4-ADDRESS-1        PIC X(40)   VALUE SPACES.
           05  W4-ADDRESS-2        PIC X(40)   VALUE SPACES.
           05  W4-CITY             PIC X(25)   VALUE SPACES.
           05  W4-STATE            PIC XX      VALUE SPACES.
           05  W4-ZIP              PIC X(5)    VALUE SPACES.
           05  W4-ZIP-EXT          PIC X(4)    VALUE SPACES.
           05  W4-BIRTH-DATE       PIC 9(8)    VALUE ZERO.
           05  W4-HIRE-DATE        PIC 9(8)    VALUE ZERO.
           05  W4-STATE-OF-HIRE    PIC XX      VALUE SPACES.
           05  W4-EMPLOYER-EIN     PIC 9(9)    VALUE ZERO.
           05  W4-EMPLOYER-NAME    PIC X(45)   VALUE SPACES.
           05  W4-EMPLOYER-ADDRESS PIC X(40)   VALUE SPACES.
           05  W4-EMPLOYER-CITY    PIC X(25)   VALUE SPACES.
           05  W4-EMPLOYER-STATE   PIC XX      VALUE SPACES.
           05  W4-EMPLOYER-ZIP     PIC X(5)    VALUE SPACES.
           05  W4-EMPLOYER-ZIP-EXT PIC X(4)    VALUE SPACES.
           05  W4-REHIRE-IND       PIC X       VALUE SPACE.
           05  FILLER              PIC X(62)   VALUE SPACES.

       01  NH-TRAILER-RECORD.
           05  FILLER              PIC XX      VALUE 'NT'.
           05  NHT-STATE           PIC XX      VALUE SPACES.
           05  NHT-HIRE-COUNT      PIC 9(7)    VALUE ZERO.
           05  FILLER              PIC X(389)  VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'NEWHIRE'.
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
           05                      PICTURE X(30)   VALUE
           'STATE NEW-HIRE REPORTING'.
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  EXCEPTION-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE 'SSN'.
           05                      PICTURE X(21)   VALUE 'NAME'.
           05                      PICTURE X(8)    VALUE 'TYPE'.
           05                      PICTURE X(10)   VALUE 'HIRED'.
           05                      PICTURE X(7)    VALUE 'STATE'.
           05                      PICTURE X(6)    VALUE 'DAYS'.
           05                      PICTURE X(30)   VALUE 'EXCEPTION'.
           05  FILLER              PICTURE X(38)   VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  EX-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  EX-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  EX-TYPE-OUT         PICTURE X(6).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  EX-HIRE-DATE-OUT    PICTURE 9(8).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  EX-STATE-OUT        PICTURE XX.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  EX-AGE-OUT          PICTURE ZZZ9.
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  EX-REASON-OUT       PICTURE X(30).
           05  FILLER              PICTURE X(38)   VALUE SPACES.

       01  STATE-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
                 'WORK STATE: '.
           05  SS-STATE-OUT        PICTURE XX.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 'HIRES SENT: '.
           05  SS-COUNT-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(82)   VALUE SPACES.

       01  RUN-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
                 'HIRES REPORTED: '.
           05  RS-REPORTED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 'HELD BACK: '.
           05  RS-HELD-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 'NEAR DUE: '.
           05  RS-NEAR-DUE-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 'LATE: '.
           05  RS-LATE-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(29)   VALUE SPACES.

       01  VERDICT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VERDICT-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    CALENDAR STEP: 0 = GOOD, 4 = A HIRE IS STILL UNSENT AT OR
      *    PAST THE WARNING AGE, 8 = THE QUEUE WOULD NOT FIT AND WAS
      *    LEFT UNTOUCHED. A STANDALONE RUN PASSES NOTHING AND THE
      *    NULL TEST LEAVES IT ALONE.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF PENDING-OVERFLOW-SW NOT = 'YES'
               PERFORM 300-QUALIFY-ONE-HIRE
                   VARYING NH-IDX-WS FROM 1 BY 1
                   UNTIL NH-IDX-WS > PENDING-COUNT-WS
               PERFORM 400-WRITE-STATE-FILE
               PERFORM 500-REWRITE-PENDING-HIRES
           END-IF
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF PENDING-OVERFLOW-SW = 'YES'
                   MOVE 8 TO STEP-CONDITION-CODE-LS
               ELSE
                   IF RECORDS-NEAR-DUE-WS > ZERO
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

           OPEN INPUT  USER-INPUT-FILE
           OPEN OUTPUT NEW-HIRE-REPORT-FILE

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-NH-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           WRITE PRINT-NH-LINE FROM EXCEPTION-HEADER-LINE
               AFTER 2 LINES

           MOVE HOLD-DATE-WS (1:8) TO RUN-DATE-NUM-WS
           MOVE RUN-DATE-NUM-WS TO CONVERT-DATE-WS
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER-WS TO RUN-DAY-NUMBER-WS
           COMPUTE RETAIN-YEAR-WS = YEAR-WS - 1

           PERFORM 210-READ-COMPANY-PARM
           PERFORM 220-LOAD-PENDING-HIRES.

      *    NO COMPANY.PRM (STATUS 35), A BLANK CARD, OR '**'
      *    REPORTS EVERY ENTITY TOGETHER. THE EMPLOYER CARDS BEHIND
      *    THE FILTER CARD NAME THE EMPLOYER ON EACH W4 RECORD.
       210-READ-COMPANY-PARM.
           OPEN INPUT COMPANY-PARM-FILE
           IF COMPANY-FILE-STATUS-WS = '00'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
                   NOT AT END
                       MOVE COMPANY-PARM-LINE (1:2) TO
                            COMPANY-FILTER-WS
               END-READ
               PERFORM 212-READ-ONE-EMPLOYER-CARD
               PERFORM 214-LOAD-ONE-EMPLOYER-CARD
                   UNTIL EOF-COMPANY-PARM-WS = 'YES'
               CLOSE COMPANY-PARM-FILE
           END-IF.

       212-READ-ONE-EMPLOYER-CARD.
           IF EOF-COMPANY-PARM-WS NOT = 'YES'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
               END-READ
           END-IF.

       214-LOAD-ONE-EMPLOYER-CARD.
           IF EC-EIN IS NUMERIC
              AND EMPLOYER-COUNT-WS < EMPLOYER-LIMIT-WS
               ADD 1 TO EMPLOYER-COUNT-WS
               MOVE EC-COMPANY TO EMP-COMPANY-TBL (EMPLOYER-COUNT-WS)
               MOVE EC-EIN     TO EMP-EIN-TBL     (EMPLOYER-COUNT-WS)
               MOVE EC-NAME    TO EMP-NAME-TBL    (EMPLOYER-COUNT-WS)
               MOVE EC-ADDRESS TO EMP-ADDRESS-TBL (EMPLOYER-COUNT-WS)
               MOVE EC-CITY    TO EMP-CITY-TBL    (EMPLOYER-COUNT-WS)
               MOVE EC-STATE   TO EMP-STATE-TBL   (EMPLOYER-COUNT-WS)
               MOVE EC-ZIP     TO EMP-ZIP-TBL     (EMPLOYER-COUNT-WS)
           END-IF
           PERFORM 212-READ-ONE-EMPLOYER-CARD.

      *    NO NEWHIRE.DAT (STATUS 35) MEANS NOTHING HAS BEEN HIRED
      *    SINCE THE QUEUE BEGAN - AN EMPTY RUN, NOT AN ERROR.
       220-LOAD-PENDING-HIRES.
           OPEN INPUT NEW-HIRE-FILE
           IF NEWHIRE-FILE-STATUS-WS NOT = '35'
               PERFORM 222-READ-ONE-PENDING-HIRE
               PERFORM 224-STORE-ONE-PENDING-HIRE
                   UNTIL EOF-NEWHIRE-WS = 'YES'
                      OR PENDING-COUNT-WS = PENDING-LIMIT-WS
               IF EOF-NEWHIRE-WS NOT = 'YES'
                   MOVE 'YES' TO PENDING-OVERFLOW-SW
               END-IF
               CLOSE NEW-HIRE-FILE
           END-IF.

       222-READ-ONE-PENDING-HIRE.
           READ NEW-HIRE-FILE
               AT END MOVE 'YES' TO EOF-NEWHIRE-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

       224-STORE-ONE-PENDING-HIRE.
           ADD 1 TO PENDING-COUNT-WS
           MOVE NH-SSN         TO PND-SSN-TBL         (PENDING-COUNT-WS)
           MOVE NH-HIRE-DATE   TO PND-HIRE-DATE-TBL   (PENDING-COUNT-WS)
           MOVE NH-HIRE-TYPE   TO PND-HIRE-TYPE-TBL   (PENDING-COUNT-WS)
           MOVE NH-COMPANY     TO PND-COMPANY-TBL     (PENDING-COUNT-WS)
           MOVE NH-POSTED-DATE TO PND-POSTED-DATE-TBL (PENDING-COUNT-WS)
           IF NH-REPORTED-DATE IS NUMERIC
               MOVE NH-REPORTED-DATE TO
                    PND-REPORTED-TBL (PENDING-COUNT-WS)
           ELSE
               MOVE ZERO TO PND-REPORTED-TBL (PENDING-COUNT-WS)
           END-IF
           MOVE 'N'    TO PND-READY-SW-TBL   (PENDING-COUNT-WS)
           MOVE SPACES TO PND-WORK-STATE-TBL (PENDING-COUNT-WS)
           MOVE ZERO   TO PND-EMPLOYER-TBL   (PENDING-COUNT-WS)
           PERFORM 222-READ-ONE-PENDING-HIRE.

      *    AN UNSENT HIRE FOR AN EMPLOYER THE RUN COVERS IS JOINED TO
      *    THE MASTER. ANYTHING THE STATE NEEDS AND THE MASTER LACKS
      *    HOLDS IT ON THE QUEUE WITH AN EXCEPTION LINE; THE ADDRESS
      *    AND BIRTH DATE COME IN ON PAYRMNT'S 'A' TRANSACTION, AND
      *    THE NEXT RUN SENDS THE HIRE ONCE THEY ARE THERE.
       300-QUALIFY-ONE-HIRE.
           IF PND-REPORTED-TBL (NH-IDX-WS) = ZERO
               IF ALL-COMPANIES-WS
                  OR PND-COMPANY-TBL (NH-IDX-WS) = COMPANY-FILTER-WS
                   PERFORM 310-CHECK-ONE-HIRE
               ELSE
                   ADD 1 TO RECORDS-FILTERED-WS
               END-IF
           END-IF.

       310-CHECK-ONE-HIRE.
           MOVE 'YES' TO HIRE-READY-SW
           MOVE PND-HIRE-DATE-TBL (NH-IDX-WS) TO CONVERT-DATE-WS
           IF CONVERT-DATE-WS > ZERO
               PERFORM 800-DATE-TO-DAY-NUMBER
               COMPUTE HIRE-AGE-DAYS-WS =
                       RUN-DAY-NUMBER-WS - CONVERT-DAY-NUMBER-WS
               IF HIRE-AGE-DAYS-WS < ZERO
                   MOVE ZERO TO HIRE-AGE-DAYS-WS
               END-IF
           ELSE
               MOVE ZERO TO HIRE-AGE-DAYS-WS
           END-IF

           MOVE PND-SSN-TBL (NH-IDX-WS) TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE 'NO' TO HIRE-MASTER-SW
               NOT INVALID KEY
                   MOVE 'YES' TO HIRE-MASTER-SW
           END-READ

           IF HIRE-MASTER-SW NOT = 'YES'
               MOVE SPACES TO NAME-IN
               MOVE SPACES TO HIRE-WORK-STATE-WS
               MOVE 'NOT ON PAYROLL MASTER' TO EX-REASON-OUT
               PERFORM 340-WRITE-EXCEPTION
               MOVE 'NO' TO HIRE-READY-SW
           ELSE
               IF WORK-STATE-IN = SPACES
                   MOVE STATE-IN TO HIRE-WORK-STATE-WS
               ELSE
                   MOVE WORK-STATE-IN TO HIRE-WORK-STATE-WS
               END-IF
               PERFORM 320-CHECK-HIRE-DATA
           END-IF

           IF HIRE-READY-SW = 'YES'
               PERFORM 330-NOTE-WORK-STATE
           END-IF

           IF HIRE-READY-SW = 'YES'
               MOVE 'Y' TO PND-READY-SW-TBL (NH-IDX-WS)
               MOVE HIRE-WORK-STATE-WS TO
                    PND-WORK-STATE-TBL (NH-IDX-WS)
               MOVE EMPLOYER-SLOT-WS TO PND-EMPLOYER-TBL (NH-IDX-WS)
               MOVE RUN-DATE-NUM-WS TO PND-REPORTED-TBL (NH-IDX-WS)
               ADD 1 TO RECORDS-REPORTED-WS
               IF HIRE-AGE-DAYS-WS > DEADLINE-DAYS-WS
                   ADD 1 TO RECORDS-LATE-WS
                   MOVE 'SENT LATE' TO EX-REASON-OUT
                   PERFORM 340-WRITE-EXCEPTION
               END-IF
           ELSE
               ADD 1 TO RECORDS-HELD-WS
               PERFORM 325-CHECK-DEADLINE
           END-IF.

       320-CHECK-HIRE-DATA.
           IF ADDRESS-1-IN = SPACES
              OR CITY-IN = SPACES
              OR ADDR-STATE-IN = SPACES
              OR ZIP-IN = SPACES
               MOVE 'MISSING ADDRESS' TO EX-REASON-OUT
               PERFORM 340-WRITE-EXCEPTION
               MOVE 'NO' TO HIRE-READY-SW
           END-IF
           IF BIRTH-DATE-IN IS NOT NUMERIC
              OR BIRTH-DATE-IN = ZERO
               MOVE 'MISSING BIRTH DATE' TO EX-REASON-OUT
               PERFORM 340-WRITE-EXCEPTION
               MOVE 'NO' TO HIRE-READY-SW
           END-IF
           IF HIRE-WORK-STATE-WS = SPACES
               MOVE 'NO WORK STATE' TO EX-REASON-OUT
               PERFORM 340-WRITE-EXCEPTION
               MOVE 'NO' TO HIRE-READY-SW
           END-IF
           PERFORM 350-FIND-HIRE-EMPLOYER
           IF EMPLOYER-FOUND-SW NOT = 'YES'
               MOVE 'NO EMPLOYER CARD ON COMPANY.PRM' TO EX-REASON-OUT
               PERFORM 340-WRITE-EXCEPTION
               MOVE 'NO' TO HIRE-READY-SW
           END-IF.

      *    A HELD HIRE GETTING CLOSE TO THE STATE'S DEADLINE - OR
      *    ALREADY PAST IT - GETS A LINE OF ITS OWN SO IT IS WORKED
      *    FIRST.
       325-CHECK-DEADLINE.
           IF HIRE-AGE-DAYS-WS >= WARNING-DAYS-WS
               ADD 1 TO RECORDS-NEAR-DUE-WS
               IF HIRE-AGE-DAYS-WS > DEADLINE-DAYS-WS
                   MOVE 'PAST 20-DAY DEADLINE' TO EX-REASON-OUT
               ELSE
                   COMPUTE DAYS-LEFT-WS =
                           DEADLINE-DAYS-WS - HIRE-AGE-DAYS-WS
                   IF DAYS-LEFT-WS = ZERO
                       MOVE 'DUE TODAY' TO EX-REASON-OUT
                   ELSE
                       MOVE SPACES TO EX-REASON-OUT
                       STRING 'DUE IN ' DELIMITED BY SIZE
                              DAYS-LEFT-WS DELIMITED BY SIZE
                              ' DAYS' DELIMITED BY SIZE
                           INTO EX-REASON-OUT
                       END-STRING
                   END-IF
               END-IF
               PERFORM 340-WRITE-EXCEPTION
           END-IF.

       330-NOTE-WORK-STATE.
           MOVE ZERO TO STATE-SLOT-WS
           PERFORM 335-MATCH-WORK-STATE
               VARYING STATE-IDX-WS FROM 1 BY 1
               UNTIL STATE-IDX-WS > STATE-COUNT-WS
                  OR STATE-SLOT-WS > ZERO
           IF STATE-SLOT-WS = ZERO
               IF STATE-COUNT-WS < STATE-LIMIT-WS
                   ADD 1 TO STATE-COUNT-WS
                   MOVE HIRE-WORK-STATE-WS TO
                        STT-CODE-TBL (STATE-COUNT-WS)
               ELSE
                   MOVE 'TOO MANY WORK STATES' TO EX-REASON-OUT
                   PERFORM 340-WRITE-EXCEPTION
                   MOVE 'NO' TO HIRE-READY-SW
               END-IF
           END-IF.

       335-MATCH-WORK-STATE.
           IF STT-CODE-TBL (STATE-IDX-WS) = HIRE-WORK-STATE-WS
               MOVE STATE-IDX-WS TO STATE-SLOT-WS
           END-IF.

       340-WRITE-EXCEPTION.
           MOVE PND-SSN-TBL (NH-IDX-WS)       TO EX-SSN-OUT
           MOVE NAME-IN                       TO EX-NAME-OUT
           IF PND-HIRE-TYPE-TBL (NH-IDX-WS) = 'R'
               MOVE 'REHIRE' TO EX-TYPE-OUT
           ELSE
               MOVE 'HIRE'   TO EX-TYPE-OUT
           END-IF
           MOVE PND-HIRE-DATE-TBL (NH-IDX-WS) TO EX-HIRE-DATE-OUT
           MOVE HIRE-WORK-STATE-WS            TO EX-STATE-OUT
           MOVE HIRE-AGE-DAYS-WS              TO EX-AGE-OUT
           WRITE PRINT-NH-LINE FROM EXCEPTION-DETAIL-LINE
               AFTER 1 LINE.

       350-FIND-HIRE-EMPLOYER.
           MOVE COMPANY-IN TO EMPLOYEE-COMPANY-WS
           MOVE ZERO TO EMPLOYER-SLOT-WS
           MOVE 'NO' TO EMPLOYER-FOUND-SW
           IF EMPLOYER-COUNT-WS > ZERO
               IF EMPLOYEE-COMPANY-WS = SPACES
                   MOVE 1 TO EMPLOYER-SLOT-WS
                   MOVE 'YES' TO EMPLOYER-FOUND-SW
               ELSE
                   PERFORM 355-MATCH-EMPLOYER-CARD
                       VARYING EMPLOYER-SEARCH-IDX-WS FROM 1 BY 1
                       UNTIL EMPLOYER-SEARCH-IDX-WS > EMPLOYER-COUNT-WS
                          OR EMPLOYER-FOUND-SW = 'YES'
               END-IF
           END-IF.

       355-MATCH-EMPLOYER-CARD.
           IF EMP-COMPANY-TBL (EMPLOYER-SEARCH-IDX-WS) =
              EMPLOYEE-COMPANY-WS
               MOVE EMPLOYER-SEARCH-IDX-WS TO EMPLOYER-SLOT-WS
               MOVE 'YES' TO EMPLOYER-FOUND-SW
           END-IF.

      *    ONE BLOCK PER WORK STATE: THE QUEUE IS WALKED ONCE PER
      *    STATE SO EVERY W4 SITS BETWEEN ITS OWN STATE'S HEADER AND
      *    TRAILER. THE FILE IS WRITTEN EVEN WHEN EMPTY SO A QUIET
      *    NIGHT NEVER LEAVES YESTERDAY'S FILE LYING AROUND TO BE
      *    SENT AGAIN.
       400-WRITE-STATE-FILE.
           OPEN OUTPUT STATE-HIRE-FILE
           PERFORM 410-WRITE-ONE-STATE
               VARYING STATE-IDX-WS FROM 1 BY 1
               UNTIL STATE-IDX-WS > STATE-COUNT-WS
           CLOSE STATE-HIRE-FILE.

       410-WRITE-ONE-STATE.
           MOVE STT-CODE-TBL (STATE-IDX-WS) TO HIRE-WORK-STATE-WS
           MOVE ZERO TO STATE-HIRES-WS
           MOVE HIRE-WORK-STATE-WS TO NHH-STATE
           MOVE RUN-DATE-NUM-WS    TO NHH-RUN-DATE
           WRITE STATE-HIRE-LINE FROM NH-HEADER-RECORD
           PERFORM 420-WRITE-ONE-STATE-HIRE
               VARYING NH-IDX-WS FROM 1 BY 1
               UNTIL NH-IDX-WS > PENDING-COUNT-WS
           MOVE HIRE-WORK-STATE-WS TO NHT-STATE
           MOVE STATE-HIRES-WS     TO NHT-HIRE-COUNT
           WRITE STATE-HIRE-LINE FROM NH-TRAILER-RECORD
           MOVE HIRE-WORK-STATE-WS TO SS-STATE-OUT
           MOVE STATE-HIRES-WS     TO SS-COUNT-OUT
           WRITE PRINT-NH-LINE FROM STATE-SUMMARY-LINE
               AFTER 1 LINE.

      *    THE MASTER WAS READ WHEN THE HIRE QUALIFIED; IT IS READ
      *    AGAIN HERE FOR THE NAME AND ADDRESS. THE HIRE DATE IS THE
      *    ONE PAYRMNT QUEUED, SO A LATER REHIRE NEVER MASKS THE
      *    EARLIER HIRE'S DATE.
       420-WRITE-ONE-STATE-HIRE.
           IF PND-READY-SW-TBL (NH-IDX-WS) = 'Y'
              AND PND-WORK-STATE-TBL (NH-IDX-WS) = HIRE-WORK-STATE-WS
               MOVE PND-SSN-TBL (NH-IDX-WS) TO SSN-IN
               READ USER-INPUT-FILE
                   INVALID KEY CONTINUE
               END-READ
               MOVE PND-EMPLOYER-TBL (NH-IDX-WS) TO EMPLOYER-SLOT-WS
               MOVE PND-SSN-TBL (NH-IDX-WS) TO W4-SSN
               PERFORM 430-SPLIT-EMPLOYEE-NAME
               MOVE ADDRESS-1-IN      TO W4-ADDRESS-1
               MOVE ADDRESS-2-IN      TO W4-ADDRESS-2
               MOVE CITY-IN           TO W4-CITY
               MOVE ADDR-STATE-IN     TO W4-STATE
               MOVE ZIP-IN (1:5)      TO W4-ZIP
               MOVE ZIP-IN (6:4)      TO W4-ZIP-EXT
               MOVE BIRTH-DATE-IN     TO W4-BIRTH-DATE
               MOVE PND-HIRE-DATE-TBL (NH-IDX-WS) TO W4-HIRE-DATE
               MOVE HIRE-WORK-STATE-WS TO W4-STATE-OF-HIRE
               MOVE EMP-EIN-TBL     (EMPLOYER-SLOT-WS) TO
                    W4-EMPLOYER-EIN
               MOVE EMP-NAME-TBL    (EMPLOYER-SLOT-WS) TO
                    W4-EMPLOYER-NAME
               MOVE EMP-ADDRESS-TBL (EMPLOYER-SLOT-WS) TO
                    W4-EMPLOYER-ADDRESS
               MOVE EMP-CITY-TBL    (EMPLOYER-SLOT-WS) TO
                    W4-EMPLOYER-CITY
               MOVE EMP-STATE-TBL   (EMPLOYER-SLOT-WS) TO
                    W4-EMPLOYER-STATE
               MOVE EMP-ZIP-TBL (EMPLOYER-SLOT-WS) (1:5) TO
                    W4-EMPLOYER-ZIP
               MOVE EMP-ZIP-TBL (EMPLOYER-SLOT-WS) (6:4) TO
                    W4-EMPLOYER-ZIP-EXT
               IF PND-HIRE-TYPE-TBL (NH-IDX-WS) = 'R'
                   MOVE 'Y' TO W4-REHIRE-IND
               ELSE
                   MOVE 'N' TO W4-REHIRE-IND
               END-IF
               WRITE STATE-HIRE-LINE FROM NH-W4-RECORD
               ADD 1 TO STATE-HIRES-WS
           END-IF.

      *    SAME SPLIT W2EXTR MAKES FOR THE RW RECORD - 'LAST, FIRST
      *    MIDDLE' WHEN THE NAME CARRIES A COMMA, OTHERWISE 'FIRST
      *    MIDDLE LAST'.
       430-SPLIT-EMPLOYEE-NAME.
           MOVE SPACES TO NAME-PART-1-WS NAME-PART-2-WS
                          NAME-PART-3-WS NAME-REST-WS
           MOVE SPACES TO W4-FIRST-NAME W4-MIDDLE-NAME W4-LAST-NAME
           MOVE ZERO TO NAME-COMMA-COUNT-WS NAME-PART-COUNT-WS
                        NAME-LEAD-COUNT-WS
           INSPECT NAME-IN TALLYING NAME-COMMA-COUNT-WS FOR ALL ','
           IF NAME-COMMA-COUNT-WS > ZERO
               UNSTRING NAME-IN DELIMITED BY ','
                   INTO NAME-PART-3-WS NAME-REST-WS
               END-UNSTRING
               INSPECT NAME-REST-WS TALLYING NAME-LEAD-COUNT-WS
                   FOR LEADING SPACES
               IF NAME-LEAD-COUNT-WS < 20
                   UNSTRING NAME-REST-WS (NAME-LEAD-COUNT-WS + 1 :)
                       DELIMITED BY ALL SPACE
                       INTO NAME-PART-1-WS NAME-PART-2-WS
                   END-UNSTRING
               END-IF
               MOVE NAME-PART-1-WS TO W4-FIRST-NAME
               MOVE NAME-PART-2-WS TO W4-MIDDLE-NAME
               MOVE NAME-PART-3-WS TO W4-LAST-NAME
           ELSE
               UNSTRING NAME-IN DELIMITED BY ALL SPACE
                   INTO NAME-PART-1-WS NAME-PART-2-WS NAME-PART-3-WS
                   TALLYING IN NAME-PART-COUNT-WS
               END-UNSTRING
               EVALUATE TRUE
                   WHEN NAME-PART-3-WS NOT = SPACES
                       MOVE NAME-PART-1-WS TO W4-FIRST-NAME
                       MOVE NAME-PART-2-WS TO W4-MIDDLE-NAME
                       MOVE NAME-PART-3-WS TO W4-LAST-NAME
                   WHEN NAME-PART-2-WS NOT = SPACES
                       MOVE NAME-PART-1-WS TO W4-FIRST-NAME
                       MOVE NAME-PART-2-WS TO W4-LAST-NAME
                   WHEN OTHER
                       MOVE NAME-PART-1-WS TO W4-LAST-NAME
               END-EVALUATE
           END-IF.

      *    THE QUEUE GOES BACK WITH THIS RUN'S REPORTED DATES ON IT.
      *    HIRES SENT BEFORE LAST CALENDAR YEAR HAVE SERVED THEIR
      *    TURN AS THE RECORD AND ARE DROPPED.
       500-REWRITE-PENDING-HIRES.
           IF PENDING-COUNT-WS > ZERO
               OPEN OUTPUT NEW-HIRE-FILE
               PERFORM 510-WRITE-ONE-PENDING-HIRE
                   VARYING NH-IDX-WS FROM 1 BY 1
                   UNTIL NH-IDX-WS > PENDING-COUNT-WS
               CLOSE NEW-HIRE-FILE
           END-IF.

       510-WRITE-ONE-PENDING-HIRE.
           MOVE PND-REPORTED-TBL (NH-IDX-WS) TO CONVERT-DATE-WS
           IF CONVERT-DATE-WS > ZERO
              AND CV-YEAR-WS < RETAIN-YEAR-WS
               ADD 1 TO RECORDS-PURGED-WS
           ELSE
               MOVE PND-SSN-TBL         (NH-IDX-WS) TO NH-SSN
               MOVE PND-HIRE-DATE-TBL   (NH-IDX-WS) TO NH-HIRE-DATE
               MOVE PND-HIRE-TYPE-TBL   (NH-IDX-WS) TO NH-HIRE-TYPE
               MOVE PND-COMPANY-TBL     (NH-IDX-WS) TO NH-COMPANY
               MOVE PND-POSTED-DATE-TBL (NH-IDX-WS) TO NH-POSTED-DATE
               MOVE PND-REPORTED-TBL    (NH-IDX-WS) TO NH-REPORTED-DATE
               WRITE NEW-HIRE-RECORD
           END-IF.

       800-DATE-TO-DAY-NUMBER.
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
           IF PENDING-OVERFLOW-SW = 'YES'
               MOVE 'NEWHIRE.DAT TOO LARGE - NOTHING SENT OR MARKED'
                    TO VERDICT-OUT
               WRITE PRINT-NH-LINE FROM VERDICT-LINE
                   AFTER 2 LINES
           END-IF
           MOVE RECORDS-REPORTED-WS TO RS-REPORTED-OUT
           MOVE RECORDS-HELD-WS     TO RS-HELD-OUT
           MOVE RECORDS-NEAR-DUE-WS TO RS-NEAR-DUE-OUT
           MOVE RECORDS-LATE-WS     TO RS-LATE-OUT
           WRITE PRINT-NH-LINE FROM RUN-SUMMARY-LINE
               AFTER 2 LINES
           IF EMPLOYER-COUNT-WS = ZERO
               MOVE 'NO EMPLOYER CARDS ON COMPANY.PRM - NOTHING SENT'
                    TO VERDICT-OUT
               WRITE PRINT-NH-LINE FROM VERDICT-LINE
                   AFTER 1 LINE
           END-IF

           CLOSE USER-INPUT-FILE
                 NEW-HIRE-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
