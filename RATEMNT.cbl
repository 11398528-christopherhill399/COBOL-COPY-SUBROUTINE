       PROGRAM-ID.   RATEMNT.
       AUTHOR.    CHRISTOPHER HILL.

      *    CONTROLLED MAINTENANCE FOR THE TAX RATE TABLES NAMED
      *    BELOW - FICARATE.DAT, STATERATE.DAT, EXMPRATE.DAT AND THE
      *    REST - SO RATE CHANGES STOP BEING RAW EDITOR SESSIONS.
      *    READS A BATCH OF TRANSACTIONS, VALIDATES EVERY FIELD
      *    (PLAUSIBLE YEAR, RATE IN RANGE, REAL STATE CODE, NO
      *    DUPLICATE KEYS), APPLIES ADDS AND CHANGES AGAINST AN
      *    IN-STORAGE COPY OF EACH TABLE, AND WRITES THE CHANGED
      *    FILES BACK WHOLE. EVERY TRANSACTION - APPLIED OR
      *    REJECTED - LEAVES AN AUDIT LINE IN RATEMNT.DOC, THE WAY
      *    ASSETCOR.DOC TRAILS ASSETMNT.
      *    TRANSACTIONS IN RATETRAN.DAT:
      *        FILE ID: F = FICA, S = STATE, E = EXEMPTION,
      *                 L = LOCAL/CITY (LOCALRT.DAT),
      *                 W = W-4 PERCENTAGE METHOD (W4RATE.DAT),
      *                 R = STATE RECIPROCITY (RECIPRO.DAT),
      *                 M = MINIMUM WAGE / EXEMPT SALARY LEVEL
      *                     (MINWAGE.DAT)
      *        ACTION:  A = ADD, C = CHANGE, L = LIST THE TABLE

       ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCAL-FILE-STATUS-WS.

            SELECT W4-RATE-FILE ASSIGN TO 'W4RATE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS W4-FILE-STATUS-WS.

            SELECT RECIP-FILE ASSIGN TO 'RECIPRO.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECIP-FILE-STATUS-WS.

            SELECT MINWAGE-FILE ASSIGN TO 'MINWAGE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MINWAGE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TRANS-FILE.
               88  RT-FILE-STATE       VALUE 'S'.
               88  RT-FILE-EXEMPT      VALUE 'E'.
               88  RT-FILE-LOCAL       VALUE 'L'.
               88  RT-FILE-W4          VALUE 'W'.
               88  RT-FILE-RECIP       VALUE 'R'.
               88  RT-FILE-MINWAGE     VALUE 'M'.
           05  RT-ACTION           PIC X.
               88  RT-ACTION-ADD       VALUE 'A'.
               88  RT-ACTION-CHANGE    VALUE 'C'.
               10  RT-E-HIGH       PIC 99.
               10  RT-E-RATE       PIC 9(4)V99.
               10  FILLER          PIC X(15).
           05  RT-W4-DETAIL REDEFINES RT-DETAIL.
               10  RT-W-YEAR       PIC 9(4).
               10  RT-W-STATUS     PIC X.
               10  RT-W-TABLE      PIC X.
               10  RT-W-OVER       PIC 9(7).
               10  RT-W-BASE       PIC 9(6)V99.
               10  RT-W-PCT        PIC 99.
               10  FILLER          PIC X(7).
           05  RT-RECIP-DETAIL REDEFINES RT-DETAIL.
               10  RT-R-YEAR       PIC 9(4).
               10  RT-R-WORK-STATE PIC XX.
               10  RT-R-HOME-STATE PIC XX.
               10  RT-R-AGREEMENT  PIC X.
               10  FILLER          PIC X(21).
           05  RT-MINWAGE-DETAIL REDEFINES RT-DETAIL.
               10  RT-M-EFF-DATE   PIC 9(8).
               10  RT-M-DATE-PARTS REDEFINES RT-M-EFF-DATE.
                   15  RT-M-YEAR   PIC 9(4).
                   15  RT-M-MONTH  PIC 99.
                   15  RT-M-DAY    PIC 99.
               10  RT-M-STATE      PIC XX.
               10  RT-M-LOCALITY   PIC X(4).
               10  RT-M-HOURLY     PIC 99V99.
               10  RT-M-EXEMPT-WEEKLY PIC 9(4)V99.
               10  FILLER          PIC X(6).
      *    WHO SUBMITTED THE TRANSACTION AND WHO APPROVED IT -
      *    JUDGED BY OPERAUTH AGAINST THE PERMISSIONS FILE AND
      *    STAMPED ON THE AUDIT LOG.
           05  LR-LOCALITY-IN       PIC X(4).
           05  LR-RATE-IN           PIC 9V9999.

      *    SAME RECORD LAYOUT THE EXMPAMT SUBPROGRAM READS FOR THE
      *    2020-AND-LATER W-4 PERCENTAGE METHOD.
       FD  W4-RATE-FILE RECORDING MODE IS F.
       01  W4-RATE-RECORD.
           05  WR-YEAR-IN           PIC 9(4).
           05  WR-STATUS-IN         PIC X.
           05  WR-TABLE-IN          PIC X.
           05  WR-OVER-IN           PIC 9(7).
           05  WR-BASE-IN           PIC 9(6)V99.
           05  WR-PCT-IN            PIC 99.

      *    SAME RECORD LAYOUT THE STATETAX SUBPROGRAM READS. ONE ROW
      *    PER TAX YEAR, WORK STATE AND STATE OF RESIDENCE; AN
      *    AGREEMENT FLAG OF Y MEANS THE WORK STATE STANDS ASIDE AND
      *    ONLY THE RESIDENT STATE IS WITHHELD. A RESCINDED
      *    AGREEMENT IS CHANGED TO N RATHER THAN DROPPED, SO THE
      *    LISTING SHOWS WHEN IT ENDED.
       FD  RECIP-FILE RECORDING MODE IS F.
       01  RECIP-RECORD.
           05  RC-YEAR-IN           PIC 9(4).
           05  RC-WORK-STATE-IN     PIC XX.
           05  RC-HOME-STATE-IN     PIC XX.
           05  RC-AGREEMENT-IN      PIC X.

      *    SAME RECORD LAYOUT THE PAYROLL RUN READS. ONE ROW PER
      *    EFFECTIVE DATE, STATE AND LOCALITY: STATE 'US' IS THE
      *    FEDERAL FLOOR AND A BLANK LOCALITY IS STATEWIDE. A NEW
      *    RATE IS ADDED AS A NEW DATED ROW, NEVER CHANGED OVER THE
      *    OLD ONE, SO PAY DATES BEFORE IT STILL FIND THE OLD RATE.
       FD  MINWAGE-FILE RECORDING MODE IS F.
       01  MINWAGE-RECORD.
           05  MW-EFF-DATE-IN       PIC 9(8).
           05  MW-STATE-IN          PIC XX.
           05  MW-LOCALITY-IN       PIC X(4).
           05  MW-HOURLY-IN         PIC 99V99.
           05  MW-EXEMPT-WEEKLY-IN  PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-WS            PICTURE X(3)  VALUE 'NO'.
           05  STATE-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  EXEMPT-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  LOCAL-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  W4-FILE-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  RECIP-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  MINWAGE-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  TABLE-CONTROL-WS.
           05  EOF-RATE-FILE-WS        PICTURE X(3)  VALUE 'NO'.
           05  EXEMPT-DIRTY-SW         PICTURE X(3)  VALUE 'NO'.
           05  LOCAL-DIRTY-SW          PICTURE X(3)  VALUE 'NO'.
           05  LOCAL-COUNT-WS          PICTURE 9(4)  VALUE ZERO.
           05  W4-DIRTY-SW             PICTURE X(3)  VALUE 'NO'.
           05  W4-COUNT-WS             PICTURE 9(4)  VALUE ZERO.
           05  RECIP-DIRTY-SW          PICTURE X(3)  VALUE 'NO'.
           05  RECIP-COUNT-WS          PICTURE 9(4)  VALUE ZERO.
           05  MINWAGE-DIRTY-SW        PICTURE X(3)  VALUE 'NO'.
           05  MINWAGE-COUNT-WS        PICTURE 9(4)  VALUE ZERO.
           05  TBL-IDX-WS              PICTURE 9(4)  VALUE ZERO.
           05  TBL-SLOT-WS             PICTURE 9(4)  VALUE ZERO.
           05  ENTRY-FOUND-SW          PICTURE X(3)  VALUE 'NO'.
               10  LR-LOCALITY-TBL   PIC X(4).
               10  LR-RATE-TBL       PIC 9V9999.

       01  W4-RATE-TABLE-WS.
           05  W4-RATE-ENTRY-WS OCCURS 150 TIMES.
               10  WR-YEAR-TBL       PIC 9(4).
               10  WR-STATUS-TBL     PIC X.
               10  WR-TABLE-TBL      PIC X.
               10  WR-OVER-TBL       PIC 9(7).
               10  WR-BASE-TBL       PIC 9(6)V99.
               10  WR-PCT-TBL        PIC 99.

       01  RECIP-TABLE-WS.
           05  RECIP-ENTRY-WS OCCURS 100 TIMES.
               10  RC-YEAR-TBL       PIC 9(4).
               10  RC-WORK-STATE-TBL PIC XX.
               10  RC-HOME-STATE-TBL PIC XX.
               10  RC-AGREEMENT-TBL  PIC X.

       01  MINWAGE-TABLE-WS.
           05  MINWAGE-ENTRY-WS OCCURS 200 TIMES.
               10  MW-EFF-DATE-TBL   PIC 9(8).
               10  MW-STATE-TBL      PIC XX.
               10  MW-LOCALITY-TBL   PIC X(4).
               10  MW-HOURLY-TBL     PIC 99V99.
               10  MW-EXEMPT-WEEKLY-TBL PIC 9(4)V99.

      *    THE FIFTY STATES AND DC - A STATE CODE NOT ON THIS LIST
      *    IS A MISKEY, NOT A NEW JURISDICTION.
       01  VALID-STATE-CODES-WS.
       01  STATE-CHECK-CONTROL-WS.
           05  STATE-IDX-WS            PICTURE 99   VALUE ZERO.
           05  STATE-VALID-SW          PICTURE X(3) VALUE 'NO'.
           05  STATE-CHECK-CODE-WS     PICTURE XX   VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'RATEMNT'.
           PERFORM 220-LOAD-STATE-TABLE
           PERFORM 230-LOAD-EXEMPT-TABLE
           PERFORM 240-LOAD-LOCAL-TABLE
           PERFORM 260-LOAD-W4-TABLE
           PERFORM 270-LOAD-RECIP-TABLE
           PERFORM 280-LOAD-MINWAGE-TABLE

           PERFORM 250-READ-ONE-TRANSACTION.

           MOVE LR-RATE-IN     TO LR-RATE-TBL     (LOCAL-COUNT-WS)
           PERFORM 242-READ-ONE-LOCAL-ROW.

       260-LOAD-W4-TABLE.
           MOVE 'NO' TO EOF-RATE-FILE-WS
           OPEN INPUT W4-RATE-FILE
           IF W4-FILE-STATUS-WS NOT = '35'
               PERFORM 262-READ-ONE-W4-ROW
               PERFORM 264-STORE-ONE-W4-ROW
                   UNTIL EOF-RATE-FILE-WS = 'YES'
                      OR W4-COUNT-WS = 150
               CLOSE W4-RATE-FILE
           END-IF.

       262-READ-ONE-W4-ROW.
           READ W4-RATE-FILE
               AT END MOVE 'YES' TO EOF-RATE-FILE-WS
           END-READ.

       264-STORE-ONE-W4-ROW.
           ADD 1 TO W4-COUNT-WS
           MOVE WR-YEAR-IN   TO WR-YEAR-TBL   (W4-COUNT-WS)
           MOVE WR-STATUS-IN TO WR-STATUS-TBL (W4-COUNT-WS)
           MOVE WR-TABLE-IN  TO WR-TABLE-TBL  (W4-COUNT-WS)
           MOVE WR-OVER-IN   TO WR-OVER-TBL   (W4-COUNT-WS)
           MOVE WR-BASE-IN   TO WR-BASE-TBL   (W4-COUNT-WS)
           MOVE WR-PCT-IN    TO WR-PCT-TBL    (W4-COUNT-WS)
           PERFORM 262-READ-ONE-W4-ROW.

       270-LOAD-RECIP-TABLE.
           MOVE 'NO' TO EOF-RATE-FILE-WS
           OPEN INPUT RECIP-FILE
           IF RECIP-FILE-STATUS-WS NOT = '35'
               PERFORM 272-READ-ONE-RECIP-ROW
               PERFORM 274-STORE-ONE-RECIP-ROW
                   UNTIL EOF-RATE-FILE-WS = 'YES'
                      OR RECIP-COUNT-WS = 100
               CLOSE RECIP-FILE
           END-IF.

       272-READ-ONE-RECIP-ROW.
           READ RECIP-FILE
               AT END MOVE 'YES' TO EOF-RATE-FILE-WS
           END-READ.

       274-STORE-ONE-RECIP-ROW.
           ADD 1 TO RECIP-COUNT-WS
           MOVE RC-YEAR-IN       TO RC-YEAR-TBL       (RECIP-COUNT-WS)
           MOVE RC-WORK-STATE-IN TO RC-WORK-STATE-TBL (RECIP-COUNT-WS)
           MOVE RC-HOME-STATE-IN TO RC-HOME-STATE-TBL (RECIP-COUNT-WS)
           MOVE RC-AGREEMENT-IN  TO RC-AGREEMENT-TBL  (RECIP-COUNT-WS)
           PERFORM 272-READ-ONE-RECIP-ROW.

       280-LOAD-MINWAGE-TABLE.
           MOVE 'NO' TO EOF-RATE-FILE-WS
           OPEN INPUT MINWAGE-FILE
           IF MINWAGE-FILE-STATUS-WS NOT = '35'
               PERFORM 282-READ-ONE-MINWAGE-ROW
               PERFORM 284-STORE-ONE-MINWAGE-ROW
                   UNTIL EOF-RATE-FILE-WS = 'YES'
                      OR MINWAGE-COUNT-WS = 200
               CLOSE MINWAGE-FILE
           END-IF.

       282-READ-ONE-MINWAGE-ROW.
           READ MINWAGE-FILE
               AT END MOVE 'YES' TO EOF-RATE-FILE-WS
           END-READ.

       284-STORE-ONE-MINWAGE-ROW.
           ADD 1 TO MINWAGE-COUNT-WS
           MOVE MW-EFF-DATE-IN TO MW-EFF-DATE-TBL (MINWAGE-COUNT-WS)
           MOVE MW-STATE-IN    TO MW-STATE-TBL    (MINWAGE-COUNT-WS)
           MOVE MW-LOCALITY-IN TO MW-LOCALITY-TBL (MINWAGE-COUNT-WS)
           MOVE MW-HOURLY-IN   TO MW-HOURLY-TBL   (MINWAGE-COUNT-WS)
           MOVE MW-EXEMPT-WEEKLY-IN TO
                MW-EXEMPT-WEEKLY-TBL (MINWAGE-COUNT-WS)
           PERFORM 282-READ-ONE-MINWAGE-ROW.

       250-READ-ONE-TRANSACTION.
           READ RATE-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-WS
                       PERFORM 600-PROCESS-EXEMPT-TRANS
                   WHEN RT-FILE-LOCAL
                       PERFORM 700-PROCESS-LOCAL-TRANS
                   WHEN RT-FILE-W4
                       PERFORM 800-PROCESS-W4-TRANS
                   WHEN RT-FILE-RECIP
                       PERFORM 850-PROCESS-RECIP-TRANS
                   WHEN RT-FILE-MINWAGE
                       PERFORM 880-PROCESS-MINWAGE-TRANS
                   WHEN OTHER
                       MOVE 'FILE ID NOT F/S/E/L/W/R/M' TO
                            RJ-REASON-OUT
                       PERFORM 390-WRITE-REJECTED
               END-EVALUATE
               PERFORM 395-STAMP-OPERATOR
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   MOVE RT-S-STATE TO STATE-CHECK-CODE-WS
                   PERFORM 510-CHECK-STATE-CODE
                   IF STATE-VALID-SW NOT = 'YES'
                       MOVE 'STATE CODE NOT REAL' TO RJ-REASON-OUT
                  OR STATE-VALID-SW = 'YES'.

       515-MATCH-STATE-CODE.
           IF VALID-STATE-WS (STATE-IDX-WS) = STATE-CHECK-CODE-WS
               MOVE 'YES' TO STATE-VALID-SW
           END-IF.

           WRITE PRINT-LOG-LINE FROM LIST-DETAIL-LINE
               AFTER 1 LINE.

      *    A W-4 BRACKET ROW NAMES ONE OF THE THREE PERCENTAGE-METHOD
      *    FILING STATUSES AND ONE OF THE TWO SCHEDULES; THE PERCENT
      *    IS A WHOLE-NUMBER MARGINAL RATE, SO ANYTHING FROM FIFTY UP
      *    IS A MISKEYED COLUMN.
       800-PROCESS-W4-TRANS.
           IF RT-ACTION-LIST
               PERFORM 830-LIST-W4-TABLE
           ELSE
               MOVE 'YES' TO TRANS-VALID-SW
               IF RT-W-YEAR IS NOT NUMERIC
                  OR RT-W-YEAR < 2020 OR RT-W-YEAR > 2099
                   MOVE 'YEAR NOT PLAUSIBLE' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND RT-W-STATUS NOT = 'S'
                  AND RT-W-STATUS NOT = 'M'
                  AND RT-W-STATUS NOT = 'H'
                   MOVE 'FILING STATUS NOT S/M/H' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND RT-W-TABLE NOT = 'S'
                  AND RT-W-TABLE NOT = 'C'
                   MOVE 'SCHEDULE NOT S/C' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND (RT-W-OVER IS NOT NUMERIC
                       OR RT-W-BASE IS NOT NUMERIC)
                   MOVE 'BRACKET AMOUNT NOT NUMERIC' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND (RT-W-PCT IS NOT NUMERIC
                       OR RT-W-PCT NOT < 50)
                   MOVE 'RATE OUT OF RANGE' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   PERFORM 810-APPLY-W4-TRANS
               ELSE
                   PERFORM 390-WRITE-REJECTED
               END-IF
           END-IF.

       810-APPLY-W4-TRANS.
           MOVE 'NO' TO ENTRY-FOUND-SW
           MOVE ZERO TO TBL-SLOT-WS
           PERFORM 815-FIND-W4-KEY
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > W4-COUNT-WS
                  OR ENTRY-FOUND-SW = 'YES'

           IF RT-ACTION-ADD
               IF ENTRY-FOUND-SW = 'YES'
                   MOVE 'DUPLICATE W-4 BRACKET KEY' TO RJ-REASON-OUT
                   PERFORM 390-WRITE-REJECTED
               ELSE
                   IF W4-COUNT-WS < 150
                       ADD 1 TO W4-COUNT-WS
                       MOVE W4-COUNT-WS TO TBL-SLOT-WS
                       PERFORM 818-STORE-W4-FIELDS
                       MOVE 'ADDED   ' TO AL-ACTION-OUT
                       MOVE 'W4RATE   ' TO AL-FILE-OUT
                       PERFORM 395-WRITE-APPLIED
                   ELSE
                       MOVE 'W-4 TABLE FULL' TO RJ-REASON-OUT
                       PERFORM 390-WRITE-REJECTED
                   END-IF
               END-IF
           ELSE
               IF ENTRY-FOUND-SW = 'YES'
                   PERFORM 818-STORE-W4-FIELDS
                   MOVE 'CHANGED ' TO AL-ACTION-OUT
                   MOVE 'W4RATE   ' TO AL-FILE-OUT
                   PERFORM 395-WRITE-APPLIED
               ELSE
                   MOVE 'W-4 BRACKET NOT ON FILE' TO RJ-REASON-OUT
                   PERFORM 390-WRITE-REJECTED
               END-IF
           END-IF.

      *    THE KEY IS YEAR, STATUS, SCHEDULE, AND BRACKET FLOOR -
      *    EACH SCHEDULE HAS SEVERAL BRACKET ROWS PER YEAR.
       815-FIND-W4-KEY.
           IF WR-YEAR-TBL (TBL-IDX-WS) = RT-W-YEAR
              AND WR-STATUS-TBL (TBL-IDX-WS) = RT-W-STATUS
              AND WR-TABLE-TBL (TBL-IDX-WS) = RT-W-TABLE
              AND WR-OVER-TBL (TBL-IDX-WS) = RT-W-OVER
               MOVE TBL-IDX-WS TO TBL-SLOT-WS
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

       818-STORE-W4-FIELDS.
           MOVE RT-W-YEAR   TO WR-YEAR-TBL   (TBL-SLOT-WS)
           MOVE RT-W-STATUS TO WR-STATUS-TBL (TBL-SLOT-WS)
           MOVE RT-W-TABLE  TO WR-TABLE-TBL  (TBL-SLOT-WS)
           MOVE RT-W-OVER   TO WR-OVER-TBL   (TBL-SLOT-WS)
           MOVE RT-W-BASE   TO WR-BASE-TBL   (TBL-SLOT-WS)
           MOVE RT-W-PCT    TO WR-PCT-TBL    (TBL-SLOT-WS)
           MOVE 'YES' TO W4-DIRTY-SW.

       830-LIST-W4-TABLE.
           MOVE 'W4RATE   ' TO LH-FILE-OUT
           WRITE PRINT-LOG-LINE FROM LIST-HEADER-LINE
               AFTER 2 LINES
           PERFORM 835-LIST-ONE-W4-ROW
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > W4-COUNT-WS.

       835-LIST-ONE-W4-ROW.
           MOVE SPACES TO LD-DETAIL-OUT
           MOVE W4-RATE-ENTRY-WS (TBL-IDX-WS) TO
                LD-DETAIL-OUT (1:23)
           WRITE PRINT-LOG-LINE FROM LIST-DETAIL-LINE
               AFTER 1 LINE.

      *    BOTH STATES MUST BE REAL AND DIFFERENT - AN AGREEMENT
      *    BETWEEN A STATE AND ITSELF MEANS A TRANSPOSED COLUMN -
      *    AND THE FLAG IS Y FOR AN AGREEMENT IN FORCE OR N FOR ONE
      *    RESCINDED. A CHANGE TRANSACTION CAN ONLY FLIP THE FLAG.
       850-PROCESS-RECIP-TRANS.
           IF RT-ACTION-LIST
               PERFORM 870-LIST-RECIP-TABLE
           ELSE
               MOVE 'YES' TO TRANS-VALID-SW
               IF RT-R-YEAR IS NOT NUMERIC
                  OR RT-R-YEAR < 1990 OR RT-R-YEAR > 2099
                   MOVE 'YEAR NOT PLAUSIBLE' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   MOVE RT-R-WORK-STATE TO STATE-CHECK-CODE-WS
                   PERFORM 510-CHECK-STATE-CODE
                   IF STATE-VALID-SW NOT = 'YES'
                       MOVE 'WORK STATE NOT REAL' TO RJ-REASON-OUT
                       MOVE 'NO' TO TRANS-VALID-SW
                   END-IF
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   MOVE RT-R-HOME-STATE TO STATE-CHECK-CODE-WS
                   PERFORM 510-CHECK-STATE-CODE
                   IF STATE-VALID-SW NOT = 'YES'
                       MOVE 'RESIDENT STATE NOT REAL' TO RJ-REASON-OUT
                       MOVE 'NO' TO TRANS-VALID-SW
                   END-IF
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND RT-R-WORK-STATE = RT-R-HOME-STATE
                   MOVE 'WORK AND RESIDENT STATE SAME' TO
                        RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND RT-R-AGREEMENT NOT = 'Y'
                  AND RT-R-AGREEMENT NOT = 'N'
                   MOVE 'AGREEMENT FLAG NOT Y/N' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   PERFORM 860-APPLY-RECIP-TRANS
               ELSE
                   PERFORM 390-WRITE-REJECTED
               END-IF
           END-IF.

       860-APPLY-RECIP-TRANS.
           MOVE 'NO' TO ENTRY-FOUND-SW
           MOVE ZERO TO TBL-SLOT-WS
           PERFORM 865-FIND-RECIP-KEY
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > RECIP-COUNT-WS
                  OR ENTRY-FOUND-SW = 'YES'

           IF RT-ACTION-ADD
               IF ENTRY-FOUND-SW = 'YES'
                   MOVE 'DUPLICATE RECIPROCITY KEY' TO RJ-REASON-OUT
                   PERFORM 390-WRITE-REJECTED
               ELSE
                   IF RECIP-COUNT-WS < 100
                       ADD 1 TO RECIP-COUNT-WS
                       MOVE RECIP-COUNT-WS TO TBL-SLOT-WS
                       PERFORM 868-STORE-RECIP-FIELDS
                       MOVE 'ADDED   ' TO AL-ACTION-OUT
                       MOVE 'RECIPRO  ' TO AL-FILE-OUT
                       PERFORM 395-WRITE-APPLIED
                   ELSE
                       MOVE 'RECIPROCITY TABLE FULL' TO RJ-REASON-OUT
                       PERFORM 390-WRITE-REJECTED
                   END-IF
               END-IF
           ELSE
               IF ENTRY-FOUND-SW = 'YES'
                   PERFORM 868-STORE-RECIP-FIELDS
                   MOVE 'CHANGED ' TO AL-ACTION-OUT
                   MOVE 'RECIPRO  ' TO AL-FILE-OUT
                   PERFORM 395-WRITE-APPLIED
               ELSE
                   MOVE 'RECIPROCITY NOT ON FILE' TO RJ-REASON-OUT
                   PERFORM 390-WRITE-REJECTED
               END-IF
           END-IF.

      *    THE KEY IS YEAR, WORK STATE AND RESIDENT STATE - AN
      *    AGREEMENT IS ENTERED ONCE FOR EACH DIRECTION IT RUNS.
       865-FIND-RECIP-KEY.
           IF RC-YEAR-TBL (TBL-IDX-WS) = RT-R-YEAR
              AND RC-WORK-STATE-TBL (TBL-IDX-WS) = RT-R-WORK-STATE
              AND RC-HOME-STATE-TBL (TBL-IDX-WS) = RT-R-HOME-STATE
               MOVE TBL-IDX-WS TO TBL-SLOT-WS
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

       868-STORE-RECIP-FIELDS.
           MOVE RT-R-YEAR       TO RC-YEAR-TBL       (TBL-SLOT-WS)
           MOVE RT-R-WORK-STATE TO RC-WORK-STATE-TBL (TBL-SLOT-WS)
           MOVE RT-R-HOME-STATE TO RC-HOME-STATE-TBL (TBL-SLOT-WS)
           MOVE RT-R-AGREEMENT  TO RC-AGREEMENT-TBL  (TBL-SLOT-WS)
           MOVE 'YES' TO RECIP-DIRTY-SW.

       870-LIST-RECIP-TABLE.
           MOVE 'RECIPRO  ' TO LH-FILE-OUT
           WRITE PRINT-LOG-LINE FROM LIST-HEADER-LINE
               AFTER 2 LINES
           PERFORM 875-LIST-ONE-RECIP-ROW
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > RECIP-COUNT-WS.

       875-LIST-ONE-RECIP-ROW.
           MOVE SPACES TO LD-DETAIL-OUT
           MOVE RECIP-ENTRY-WS (TBL-IDX-WS) TO
                LD-DETAIL-OUT (1:9)
           WRITE PRINT-LOG-LINE FROM LIST-DETAIL-LINE
               AFTER 1 LINE.

      *    THE EFFECTIVE DATE MUST BE A REAL CALENDAR DATE IN A
      *    PLAUSIBLE YEAR, THE STATE REAL OR 'US' FOR THE FEDERAL
      *    ROW (WHICH HAS NO LOCALITY), AND THE HOURLY FLOOR
      *    POSITIVE. THE EXEMPT LEVEL MAY BE ZERO - MOST STATES
      *    AND EVERY LOCALITY LEAVE IT TO THE FEDERAL ROW.
       880-PROCESS-MINWAGE-TRANS.
           IF RT-ACTION-LIST
               PERFORM 890-LIST-MINWAGE-TABLE
           ELSE
               MOVE 'YES' TO TRANS-VALID-SW
               IF RT-M-EFF-DATE IS NOT NUMERIC
                  OR RT-M-YEAR < 1990 OR RT-M-YEAR > 2099
                  OR RT-M-MONTH < 1 OR RT-M-MONTH > 12
                  OR RT-M-DAY < 1 OR RT-M-DAY > 31
                   MOVE 'EFFECTIVE DATE NOT PLAUSIBLE' TO
                        RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   IF RT-M-STATE = 'US'
                       IF RT-M-LOCALITY NOT = SPACES
                           MOVE 'FEDERAL ROW HAS NO LOCALITY' TO
                                RJ-REASON-OUT
                           MOVE 'NO' TO TRANS-VALID-SW
                       END-IF
                   ELSE
                       MOVE RT-M-STATE TO STATE-CHECK-CODE-WS
                       PERFORM 510-CHECK-STATE-CODE
                       IF STATE-VALID-SW NOT = 'YES'
                           MOVE 'STATE CODE NOT REAL' TO RJ-REASON-OUT
                           MOVE 'NO' TO TRANS-VALID-SW
                       END-IF
                   END-IF
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND (RT-M-HOURLY IS NOT NUMERIC
                       OR RT-M-HOURLY = ZERO)
                   MOVE 'RATE OUT OF RANGE' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                  AND RT-M-EXEMPT-WEEKLY IS NOT NUMERIC
                   MOVE 'EXEMPT LEVEL NOT NUMERIC' TO RJ-REASON-OUT
                   MOVE 'NO' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID-SW = 'YES'
                   PERFORM 884-APPLY-MINWAGE-TRANS
               ELSE
                   PERFORM 390-WRITE-REJECTED
               END-IF
           END-IF.

       884-APPLY-MINWAGE-TRANS.
           MOVE 'NO' TO ENTRY-FOUND-SW
           MOVE ZERO TO TBL-SLOT-WS
           PERFORM 886-FIND-MINWAGE-KEY
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > MINWAGE-COUNT-WS
                  OR ENTRY-FOUND-SW = 'YES'

           IF RT-ACTION-ADD
               IF ENTRY-FOUND-SW = 'YES'
                   MOVE 'DUPLICATE DATE/STATE/LOCALITY' TO
                        RJ-REASON-OUT
                   PERFORM 390-WRITE-REJECTED
               ELSE
                   IF MINWAGE-COUNT-WS < 200
                       ADD 1 TO MINWAGE-COUNT-WS
                       MOVE MINWAGE-COUNT-WS TO TBL-SLOT-WS
                       PERFORM 888-STORE-MINWAGE-FIELDS
                       MOVE 'ADDED   ' TO AL-ACTION-OUT
                       MOVE 'MINWAGE  ' TO AL-FILE-OUT
                       PERFORM 395-WRITE-APPLIED
                   ELSE
                       MOVE 'MINIMUM WAGE TABLE FULL' TO RJ-REASON-OUT
                       PERFORM 390-WRITE-REJECTED
                   END-IF
               END-IF
           ELSE
               IF ENTRY-FOUND-SW = 'YES'
                   PERFORM 888-STORE-MINWAGE-FIELDS
                   MOVE 'CHANGED ' TO AL-ACTION-OUT
                   MOVE 'MINWAGE  ' TO AL-FILE-OUT
                   PERFORM 395-WRITE-APPLIED
               ELSE
                   MOVE 'MINIMUM WAGE ROW NOT ON FILE' TO
                        RJ-REASON-OUT
                   PERFORM 390-WRITE-REJECTED
               END-IF
           END-IF.

       886-FIND-MINWAGE-KEY.
           IF MW-EFF-DATE-TBL (TBL-IDX-WS) = RT-M-EFF-DATE
              AND MW-STATE-TBL (TBL-IDX-WS) = RT-M-STATE
              AND MW-LOCALITY-TBL (TBL-IDX-WS) = RT-M-LOCALITY
               MOVE TBL-IDX-WS TO TBL-SLOT-WS
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

       888-STORE-MINWAGE-FIELDS.
           MOVE RT-M-EFF-DATE  TO MW-EFF-DATE-TBL (TBL-SLOT-WS)
           MOVE RT-M-STATE     TO MW-STATE-TBL    (TBL-SLOT-WS)
           MOVE RT-M-LOCALITY  TO MW-LOCALITY-TBL (TBL-SLOT-WS)
           MOVE RT-M-HOURLY    TO MW-HOURLY-TBL   (TBL-SLOT-WS)
           MOVE RT-M-EXEMPT-WEEKLY TO
                MW-EXEMPT-WEEKLY-TBL (TBL-SLOT-WS)
           MOVE 'YES' TO MINWAGE-DIRTY-SW.

       890-LIST-MINWAGE-TABLE.
           MOVE 'MINWAGE  ' TO LH-FILE-OUT
           WRITE PRINT-LOG-LINE FROM LIST-HEADER-LINE
               AFTER 2 LINES
           PERFORM 895-LIST-ONE-MINWAGE-ROW
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > MINWAGE-COUNT-WS.

       895-LIST-ONE-MINWAGE-ROW.
           MOVE SPACES TO LD-DETAIL-OUT
           MOVE MINWAGE-ENTRY-WS (TBL-IDX-WS) TO
                LD-DETAIL-OUT (1:24)
           WRITE PRINT-LOG-LINE FROM LIST-DETAIL-LINE
               AFTER 1 LINE.

      *    ONLY A TABLE A TRANSACTION ACTUALLY TOUCHED IS WRITTEN
      *    BACK - A LIST-ONLY RUN LEAVES EVERY FILE EXACTLY AS IT
      *    FOUND IT.
               CLOSE LOCAL-RATE-FILE
           END-IF

           IF W4-DIRTY-SW = 'YES'
               OPEN OUTPUT W4-RATE-FILE
               PERFORM 970-WRITE-ONE-W4-ROW
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > W4-COUNT-WS
               CLOSE W4-RATE-FILE
           END-IF

           IF RECIP-DIRTY-SW = 'YES'
               OPEN OUTPUT RECIP-FILE
               PERFORM 980-WRITE-ONE-RECIP-ROW
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > RECIP-COUNT-WS
               CLOSE RECIP-FILE
           END-IF

           IF MINWAGE-DIRTY-SW = 'YES'
               OPEN OUTPUT MINWAGE-FILE
               PERFORM 990-WRITE-ONE-MINWAGE-ROW
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > MINWAGE-COUNT-WS
               CLOSE MINWAGE-FILE
           END-IF

           MOVE RECORDS-READ-WS     TO SUM-READ-OUT
           MOVE RECORDS-APPLIED-WS  TO SUM-APPLIED-OUT
           MOVE RECORDS-REJECTED-WS TO SUM-REJECTED-OUT
           MOVE LR-LOCALITY-TBL (TBL-IDX-WS) TO LR-LOCALITY-IN
           MOVE LR-RATE-TBL     (TBL-IDX-WS) TO LR-RATE-IN
           WRITE LOCAL-RATE-RECORD.

       970-WRITE-ONE-W4-ROW.
           MOVE WR-YEAR-TBL   (TBL-IDX-WS) TO WR-YEAR-IN
           MOVE WR-STATUS-TBL (TBL-IDX-WS) TO WR-STATUS-IN
           MOVE WR-TABLE-TBL  (TBL-IDX-WS) TO WR-TABLE-IN
           MOVE WR-OVER-TBL   (TBL-IDX-WS) TO WR-OVER-IN
           MOVE WR-BASE-TBL   (TBL-IDX-WS) TO WR-BASE-IN
           MOVE WR-PCT-TBL    (TBL-IDX-WS) TO WR-PCT-IN
           WRITE W4-RATE-RECORD.

       980-WRITE-ONE-RECIP-ROW.
           MOVE RC-YEAR-TBL       (TBL-IDX-WS) TO RC-YEAR-IN
           MOVE RC-WORK-STATE-TBL (TBL-IDX-WS) TO RC-WORK-STATE-IN
           MOVE RC-HOME-STATE-TBL (TBL-IDX-WS) TO RC-HOME-STATE-IN
           MOVE RC-AGREEMENT-TBL  (TBL-IDX-WS) TO RC-AGREEMENT-IN
           WRITE RECIP-RECORD.

       990-WRITE-ONE-MINWAGE-ROW.
           MOVE MW-EFF-DATE-TBL (TBL-IDX-WS) TO MW-EFF-DATE-IN
           MOVE MW-STATE-TBL    (TBL-IDX-WS) TO MW-STATE-IN
           MOVE MW-LOCALITY-TBL (TBL-IDX-WS) TO MW-LOCALITY-IN
           MOVE MW-HOURLY-TBL   (TBL-IDX-WS) TO MW-HOURLY-IN
           MOVE MW-EXEMPT-WEEKLY-TBL (TBL-IDX-WS) TO
                MW-EXEMPT-WEEKLY-IN
           WRITE MINWAGE-RECORD.
