            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STATE-FILE-STATUS-WS.

            SELECT RECIP-FILE ASSIGN TO 'RECIPRO.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECIP-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-RATE-FILE RECORDING MODE IS F.
           05  SR-STATE-IN          PIC XX.
           05  SR-RATE-IN           PIC 9V9999.

      *    STATE RECIPROCITY AGREEMENTS, MAINTAINED THROUGH RATEMNT.
      *    A Y ROW MEANS AN EMPLOYEE WORKING IN THE FIRST STATE AND
      *    LIVING IN THE SECOND IS WITHHELD FOR THE SECOND ONLY.
       FD  RECIP-FILE RECORDING MODE IS F.
       01  RECIP-RECORD.
           05  RC-YEAR-IN           PIC 9(4).
           05  RC-WORK-STATE-IN     PIC XX.
           05  RC-HOME-STATE-IN     PIC XX.
           05  RC-AGREEMENT-IN      PIC X.

       WORKING-STORAGE SECTION.

      *    FALLBACK RATE USED ONLY WHEN STATERATE.DAT IS MISSING OR HAS

       01  STATE-FILE-STATUS-WS       PIC XX     VALUE SPACES.

       01  RECIP-TABLE-WS.
           05  RECIP-ENTRY-WS OCCURS 100 TIMES.
               10  RC-YEAR-TBL       PIC 9(4).
               10  RC-WORK-STATE-TBL PIC XX.
               10  RC-HOME-STATE-TBL PIC XX.
               10  RC-AGREEMENT-TBL  PIC X.

       01  RECIP-TABLE-CONTROL-WS.
           05  RECIP-TABLE-COUNT-WS   PIC 9(4)  VALUE ZERO.
           05  EOF-RECIP-WS           PIC X(3)  VALUE 'NO'.
           05  RECIP-FOUND-SW         PIC X(3)  VALUE 'NO'.
           05  RECIP-FILE-STATUS-WS   PIC XX    VALUE SPACES.

      *    THE STATE BEING PRICED AND WHAT IT CAME TO - THE SAME
      *    LOOKUP SERVES THE WORK STATE AND THE RESIDENT STATE.
       01  STATE-LOOKUP-WS.
           05  LOOKUP-STATE-WS        PIC XX    VALUE SPACES.
           05  LOOKUP-TAX-WS          PIC 9(6)V99 VALUE ZERO.
           05  WORK-STATE-TAX-WS      PIC 9(6)V99 VALUE ZERO.
           05  HOME-STATE-TAX-WS      PIC 9(6)V99 VALUE ZERO.

       LINKAGE SECTION.

       01  STATE-TAX-REQUEST-LS.
           05  STATE-CODE-IN-LS      PIC XX.
           05  GROSS-IN-LS           PIC 9(7)V99.
           05  TAX-YEAR-IN-LS        PIC 9(4).
           05  WORK-STATE-IN-LS      PIC XX.

      *    THE TOTAL WITHHELD, THEN HOW IT SPLITS BY STATE - THE
      *    WORK STATE FIRST WHEN TWO STATES SHARE IT. AN UNUSED
      *    SLOT COMES BACK WITH A BLANK CODE AND ZERO TAX.
       01  STATE-TAX-RESULT-LS.
           05  STATE-TAX-CAL-OUT-LS  PIC 9(6)V99.
           05  STATE-SPLIT-OUT-LS    OCCURS 2 TIMES.
               10  STATE-CODE-OUT-LS PIC XX.
               10  STATE-TAX-OUT-LS  PIC 9(6)V99.

       PROCEDURE DIVISION USING STATE-TAX-REQUEST-LS,
           STATE-TAX-RESULT-LS.

      *    A BLANK WORK STATE, OR ONE THE SAME AS THE STATE OF
      *    RESIDENCE, IS THE ORDINARY CASE - ONE STATE, TAXED AS
      *    IT ALWAYS WAS. OTHERWISE THE WORK STATE IS WITHHELD IN
      *    FULL AND THE RESIDENT STATE ONLY FOR WHATEVER ITS OWN
      *    TAX EXCEEDS THE WORK STATE'S, THE CREDIT A RESIDENT
      *    STATE GIVES FOR TAX PAID ELSEWHERE - UNLESS THE TWO
      *    STATES HAVE A RECIPROCITY AGREEMENT FOR THE YEAR, IN
      *    WHICH CASE THE WORK STATE IS SKIPPED ENTIRELY.
       325-STATE-TAX.
           IF STATE-TABLE-LOADED-SW NOT = 'YES'
               PERFORM 100-LOAD-STATE-RATE-TABLE
               PERFORM 150-LOAD-RECIP-TABLE
           END-IF

           MOVE SPACES TO STATE-CODE-OUT-LS (1)
                          STATE-CODE-OUT-LS (2)
           MOVE ZERO   TO STATE-TAX-OUT-LS (1)
                          STATE-TAX-OUT-LS (2)

           MOVE STATE-CODE-IN-LS TO LOOKUP-STATE-WS
           PERFORM 300-PRICE-ONE-STATE
           MOVE LOOKUP-TAX-WS TO HOME-STATE-TAX-WS

           IF WORK-STATE-IN-LS = SPACES
              OR WORK-STATE-IN-LS = STATE-CODE-IN-LS
               MOVE STATE-CODE-IN-LS  TO STATE-CODE-OUT-LS (1)
               MOVE HOME-STATE-TAX-WS TO STATE-TAX-OUT-LS (1)
           ELSE
               PERFORM 250-LOOKUP-RECIPROCITY
               IF RECIP-FOUND-SW = 'YES'
                   MOVE STATE-CODE-IN-LS  TO STATE-CODE-OUT-LS (1)
                   MOVE HOME-STATE-TAX-WS TO STATE-TAX-OUT-LS (1)
               ELSE
                   MOVE WORK-STATE-IN-LS TO LOOKUP-STATE-WS
                   PERFORM 300-PRICE-ONE-STATE
                   MOVE LOOKUP-TAX-WS TO WORK-STATE-TAX-WS
                   MOVE WORK-STATE-IN-LS  TO STATE-CODE-OUT-LS (1)
                   MOVE WORK-STATE-TAX-WS TO STATE-TAX-OUT-LS (1)
                   MOVE STATE-CODE-IN-LS  TO STATE-CODE-OUT-LS (2)
                   IF HOME-STATE-TAX-WS > WORK-STATE-TAX-WS
                       SUBTRACT WORK-STATE-TAX-WS FROM
                                HOME-STATE-TAX-WS
                           GIVING STATE-TAX-OUT-LS (2)
                   END-IF
               END-IF
           END-IF

           ADD STATE-TAX-OUT-LS (1) STATE-TAX-OUT-LS (2)
               GIVING STATE-TAX-CAL-OUT-LS.

           EXIT PROGRAM.

           MOVE SR-RATE-IN  TO SR-RATE-TBL  (STATE-TABLE-COUNT-WS)
           PERFORM 110-READ-STATE-RATE-RECORD.

      *    SAME ONCE-PER-RUN LOAD AS THE RATES, AND A MISSING
      *    RECIPRO.DAT JUST MEANS NO STATE PAIR HAS AN AGREEMENT.
       150-LOAD-RECIP-TABLE.
           MOVE ZERO TO RECIP-TABLE-COUNT-WS
           MOVE 'NO' TO EOF-RECIP-WS
           OPEN INPUT RECIP-FILE
           IF RECIP-FILE-STATUS-WS NOT = '35'
               PERFORM 160-READ-RECIP-RECORD
               PERFORM 170-STORE-RECIP-RECORD
                   UNTIL EOF-RECIP-WS = 'YES'
                      OR RECIP-TABLE-COUNT-WS = 100
               CLOSE RECIP-FILE
           END-IF.

       160-READ-RECIP-RECORD.
           READ RECIP-FILE
               AT END MOVE 'YES' TO EOF-RECIP-WS
           END-READ.

       170-STORE-RECIP-RECORD.
           ADD 1 TO RECIP-TABLE-COUNT-WS
           MOVE RC-YEAR-IN  TO RC-YEAR-TBL (RECIP-TABLE-COUNT-WS)
           MOVE RC-WORK-STATE-IN TO
                RC-WORK-STATE-TBL (RECIP-TABLE-COUNT-WS)
           MOVE RC-HOME-STATE-IN TO
                RC-HOME-STATE-TBL (RECIP-TABLE-COUNT-WS)
           MOVE RC-AGREEMENT-IN TO
                RC-AGREEMENT-TBL (RECIP-TABLE-COUNT-WS)
           PERFORM 160-READ-RECIP-RECORD.

       200-LOOKUP-STATE-RATE.
           MOVE 'NO'                 TO RATE-FOUND-SW
           MOVE DEFAULT-STATE-RATE-WS TO STATE-TAX-RATE-WS

       210-SEARCH-STATE-RATE-TABLE.
           IF SR-YEAR-TBL (TBL-IDX-WS) = TAX-YEAR-IN-LS
              AND SR-STATE-TBL (TBL-IDX-WS) = LOOKUP-STATE-WS
               MOVE SR-RATE-TBL (TBL-IDX-WS) TO STATE-TAX-RATE-WS
               MOVE 'YES' TO RATE-FOUND-SW
           END-IF.

       250-LOOKUP-RECIPROCITY.
           MOVE 'NO' TO RECIP-FOUND-SW
           PERFORM 260-SEARCH-RECIP-TABLE
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > RECIP-TABLE-COUNT-WS
                  OR RECIP-FOUND-SW = 'YES'.

       260-SEARCH-RECIP-TABLE.
           IF RC-YEAR-TBL (TBL-IDX-WS) = TAX-YEAR-IN-LS
              AND RC-WORK-STATE-TBL (TBL-IDX-WS) = WORK-STATE-IN-LS
              AND RC-HOME-STATE-TBL (TBL-IDX-WS) = STATE-CODE-IN-LS
              AND RC-AGREEMENT-TBL (TBL-IDX-WS) = 'Y'
               MOVE 'YES' TO RECIP-FOUND-SW
           END-IF.

       300-PRICE-ONE-STATE.
           PERFORM 200-LOOKUP-STATE-RATE
           COMPUTE LOOKUP-TAX-WS ROUNDED =
                   GROSS-IN-LS * STATE-TAX-RATE-WS.
