      *    IS ON FILE, DUPLICATE CARDS FOR THE SAME SSN AND DATE
      *    ARE FLAGGED, AND THE FILE'S TOTAL HOURS ARE BALANCED
      *    AGAINST THE PLANT'S CONTROL SHEET (TIMECTL.DAT: CARD
      *    COUNT AND TOTAL HOURS). THE HOURS TYPE AND SHIFT CODE
      *    ARE CHECKED TOO, AND HOLIDAY-WORKED, ON-CALL AND OFF-
      *    SHIFT CARDS AGAINST THE PREMIUM RULES (PREMRULE.DAT)
      *    THAT PRICE THEM. EVERYTHING GOES ON THE
      *    TIMECEDT.DOC CORRECTIONS REPORT - THE FILE ITSELF IS
      *    NEVER TOUCHED.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TIMECTL-FILE-STATUS-WS.

      *    THE PREMIUM RULES THE PAY RUN PRICES PREMIUM HOURS BY.
            SELECT PREMIUM-RULES-FILE ASSIGN TO 'PREMRULE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PREMRULE-FILE-STATUS-WS.

            SELECT EDIT-REPORT-FILE ASSIGN TO 'TIMECEDT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

           05  TC-HOURS        PIC 99.
           05  TC-PAY-DATE     PIC 9(8).
           05  TC-HOURS-TYPE   PIC X.
               88  TC-TYPE-KNOWN    VALUE 'R' SPACE 'V' 'S'
                                          'H' 'N' 'C'.
               88  TC-TYPE-WORKED   VALUE 'R' SPACE 'H'.
               88  TC-TYPE-PREMIUM  VALUE 'H' 'C'.
           05  TC-JOB-NO       PIC X(6).
           05  TC-WORK-DATE    PIC 9(8).
           05  TC-WORK-CLASS   PIC X(4).
           05  TC-SHIFT-CODE   PIC X.
               88  TC-SHIFT-VALID   VALUE SPACE '1' THRU '9'.
               88  TC-SHIFT-FIRST   VALUE SPACE '1'.

      *    ONLY THE KEY, NAME, AND STATUS MATTER HERE.
       FD  USER-INPUT-FILE.
           05  FILLER          PIC X(33).
           05  EMP-STATUS-IN     PIC X.
               88  EMP-TERMINATED-IN        VALUE 'T'.
           05  FILLER            PIC X(163).

       FD  PAY-CALENDAR-FILE RECORDING MODE IS F.
       01  PAY-CALENDAR-RECORD.
           05  CS-CARD-COUNT   PIC 9(6).
           05  CS-TOTAL-HOURS  PIC 9(6).

      *    SAME ROW THE PAY RUN READS; ONLY THE KEY MATTERS HERE.
       FD  PREMIUM-RULES-FILE RECORDING MODE IS F.
       01  PREMIUM-RULES-RECORD.
           05  PM-HOURS-TYPE   PIC X.
           05  PM-SHIFT-CODE   PIC X.
           05  FILLER          PIC X(9).

       FD  EDIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-EDIT-LINE     PIC X(132).

           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYCAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  TIMECTL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PREMRULE-FILE-STATUS-WS PICTURE XX    VALUE SPACES.

      *    A SINGLE CARD PAST 16 HOURS IS A MISKEY UNTIL THE
      *    PLANT SAYS OTHERWISE; AN EMPLOYEE'S SUMMED CARDS PAST
           05  PAY-CALENDAR-ENTRY-WS OCCURS 250 TIMES.
               10  PCT-PAY-DATE-TBL    PIC 9(8).

       01  PREMIUM-RULE-CONTROL-WS.
           05  EOF-PREMRULE-WS         PIC X(3) VALUE 'NO'.
           05  PREM-RULE-COUNT-WS      PIC 99   VALUE ZERO.
           05  PREM-RULE-IDX-WS        PIC 99   VALUE ZERO.
           05  PREM-RULE-FOUND-SW      PIC X(3) VALUE 'NO'.
           05  PREM-TYPE-WS            PIC X    VALUE SPACE.
           05  PREM-SHIFT-WS           PIC X    VALUE SPACE.

       01  PREMIUM-RULE-TABLE-WS.
           05  PREMIUM-RULE-ENTRY-WS OCCURS 20 TIMES.
               10  PMT-HOURS-TYPE-TBL  PIC X.
               10  PMT-SHIFT-CODE-TBL  PIC X.

      *    SUMMED CARDS PER SSN AND PAY DATE - THE DUPLICATE CHECK
      *    AND THE WEEKLY-HOURS CEILING BOTH WORK OFF THIS.
       01  CARD-SUM-CONTROL-WS.

           PERFORM 210-LOAD-PAY-CALENDAR
           PERFORM 220-READ-CONTROL-SHEET
           PERFORM 230-LOAD-PREMIUM-RULES

           OPEN INPUT USER-INPUT-FILE
           OPEN INPUT TIMECARD-FILE
               CLOSE CONTROL-SHEET-FILE
           END-IF.

       230-LOAD-PREMIUM-RULES.
           OPEN INPUT PREMIUM-RULES-FILE
           IF PREMRULE-FILE-STATUS-WS NOT = '35'
               PERFORM 232-READ-ONE-PREMIUM-RULE
               PERFORM 234-STORE-ONE-PREMIUM-RULE
                   UNTIL EOF-PREMRULE-WS = 'YES'
                      OR PREM-RULE-COUNT-WS = 20
               CLOSE PREMIUM-RULES-FILE
           END-IF.

       232-READ-ONE-PREMIUM-RULE.
           READ PREMIUM-RULES-FILE
               AT END MOVE 'YES' TO EOF-PREMRULE-WS
           END-READ.

       234-STORE-ONE-PREMIUM-RULE.
           ADD 1 TO PREM-RULE-COUNT-WS
           MOVE PM-HOURS-TYPE TO PMT-HOURS-TYPE-TBL (PREM-RULE-COUNT-WS)
           MOVE PM-SHIFT-CODE TO PMT-SHIFT-CODE-TBL (PREM-RULE-COUNT-WS)
           PERFORM 232-READ-ONE-PREMIUM-RULE.

       250-READ-ONE-CARD.
           READ TIMECARD-FILE
               AT END MOVE 'YES' TO EOF-TIMECARD-WS
               END-IF
           END-IF

           PERFORM 360-EDIT-HOURS-TYPE
           PERFORM 340-SUM-CARD
           PERFORM 250-READ-ONE-CARD.

               MOVE 'YES' TO SUM-FOUND-SW
           END-IF.

      *    A SHIFT CODE ONLY MEANS SOMETHING ON HOURS WORKED. A
      *    HOLIDAY-WORKED OR ON-CALL CARD, OR WORKED HOURS OFF THE
      *    FIRST SHIFT, WITH NO PREMIUM RULE WOULD PAY NO PREMIUM
      *    (ON-CALL HOURS NOTHING AT ALL). A HOLIDAY NOT WORKED IS
      *    PAID AT THE STRAIGHT RATE WITHOUT A RULE, SO IT PASSES.
       360-EDIT-HOURS-TYPE.
           IF NOT TC-TYPE-KNOWN
               MOVE 'UNKNOWN HOURS TYPE' TO ED-REASON-OUT
               PERFORM 320-WRITE-FLAG-LINE
           ELSE
               IF NOT TC-SHIFT-VALID
                   MOVE 'INVALID SHIFT CODE' TO ED-REASON-OUT
                   PERFORM 320-WRITE-FLAG-LINE
               ELSE
                   IF TC-SHIFT-CODE NOT = SPACE
                      AND NOT TC-TYPE-WORKED
                       MOVE 'SHIFT CODE ON HOURS NOT WORKED' TO
                            ED-REASON-OUT
                       PERFORM 320-WRITE-FLAG-LINE
                   END-IF
               END-IF
               IF TC-TYPE-PREMIUM
                   MOVE TC-HOURS-TYPE TO PREM-TYPE-WS
                   MOVE SPACE         TO PREM-SHIFT-WS
                   PERFORM 365-FIND-PREMIUM-RULE
                   IF PREM-RULE-FOUND-SW NOT = 'YES'
                       MOVE 'NO PREMIUM RULE FOR HOURS TYPE' TO
                            ED-REASON-OUT
                       PERFORM 320-WRITE-FLAG-LINE
                   END-IF
               END-IF
               IF TC-TYPE-WORKED
                  AND TC-SHIFT-VALID
                  AND NOT TC-SHIFT-FIRST
                   MOVE 'R'           TO PREM-TYPE-WS
                   MOVE TC-SHIFT-CODE TO PREM-SHIFT-WS
                   PERFORM 365-FIND-PREMIUM-RULE
                   IF PREM-RULE-FOUND-SW NOT = 'YES'
                       MOVE 'NO PREMIUM RULE FOR SHIFT' TO
                            ED-REASON-OUT
                       PERFORM 320-WRITE-FLAG-LINE
                   END-IF
               END-IF
           END-IF.

       365-FIND-PREMIUM-RULE.
           MOVE 'NO' TO PREM-RULE-FOUND-SW
           PERFORM 367-MATCH-PREMIUM-RULE
               VARYING PREM-RULE-IDX-WS FROM 1 BY 1
               UNTIL PREM-RULE-IDX-WS > PREM-RULE-COUNT-WS
                  OR PREM-RULE-FOUND-SW = 'YES'.

       367-MATCH-PREMIUM-RULE.
           IF PMT-HOURS-TYPE-TBL (PREM-RULE-IDX-WS) = PREM-TYPE-WS
              AND PMT-SHIFT-CODE-TBL (PREM-RULE-IDX-WS) = PREM-SHIFT-WS
               MOVE 'YES' TO PREM-RULE-FOUND-SW
           END-IF.

      *    THE PAY RUN SUMS EXTRA CARDS AS CORRECTIONS, SO A
      *    DUPLICATE IS A FLAG FOR THE TIMEKEEPER TO CONFIRM, NOT
      *    A REJECT; SUMMED HOURS PAST THE PAY RUN'S FIELD CAP ARE
