      *    DEPRECIATION NEVER STARTS BEFORE THE PROJECT DOES.
      *    TRANSACTIONS IN CIPTRAN.DAT:
      *        'O' OPENS A PROJECT, 'P' POSTS A COST AGAINST ONE,
      *        'K' CAPITALIZES ONE INTO THE ASSET MASTER,
      *        'B' POSTS A BUDGET REVISION AGAINST ONE.
      *    EVERY PROJECT OPENS WITH THE AMOUNT THE BOARD APPROVED AND
      *    THE APPROVAL REFERENCE, AND NO COST POSTS PAST THAT AMOUNT
      *    PLUS THE CIPMNT.PRM TOLERANCE. A POSTING THAT WOULD GO
      *    OVER IS HELD ON CIPHOLD.DAT INSTEAD, AND SO IS EVERY LATER
      *    POSTING TO THE PROJECT SO THE INVOICES STAY IN ORDER. THE
      *    HELD POSTINGS LIST ON EVERY RUN UNTIL A 'B' REVISION RAISES
      *    THE APPROVED AMOUNT, WHICH RELEASES THEM OLDEST FIRST AS
      *    FAR AS THE NEW AMOUNT GOES. A PROJECT WITH COSTS STILL
      *    HELD CANNOT CAPITALIZE.
      *    THE CIPMNT.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-5   OVERRUN TOLERANCE PERCENT 999V99 (DEFAULT
      *                      ZERO - NOTHING OVER THE APPROVED AMOUNT)
      *    THE AUDIT LOG AND THE OPEN-PROJECT STATUS REPORT BOTH GO
      *    TO CIPMNT.DOC, THE WAY ASSETCOR.DOC TRAILS ASSETMNT.

            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT CIP-HOLD-FILE ASSIGN TO 'CIPHOLD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CH-KEY
            FILE STATUS IS CIPHOLD-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'CIPMNT.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    THE DETAIL COLUMNS ARE LAID OUT PER TRANSACTION TYPE OVER
               88  CT-TRANS-OPEN       VALUE 'O'.
               88  CT-TRANS-POST       VALUE 'P'.
               88  CT-TRANS-CAPITALIZE VALUE 'K'.
               88  CT-TRANS-BUDGET     VALUE 'B'.
           05  CT-PROJECT-NO       PIC 9(6).
           05  CT-DETAIL           PIC X(60).
           05  CT-OPEN-DETAIL REDEFINES CT-DETAIL.
               10  CT-O-DESCRIPTION    PIC X(20).
               10  CT-O-CATEGORY       PIC X(15).
               10  CT-O-LOCATION       PIC X(6).
               10  CT-O-BUDGET         PIC 9(7)V99.
               10  CT-O-APPROVAL-REF   PIC X(10).
           05  CT-POST-DETAIL REDEFINES CT-DETAIL.
               10  CT-P-AMOUNT         PIC 9(6)V99.
               10  CT-P-DATE           PIC 9(8).
               10  CT-K-TAX-CLASS      PIC 99.
               10  CT-K-EST-UNITS      PIC 9(7).
               10  FILLER              PIC X(17).
      *    A BUDGET REVISION REPLACES THE APPROVED AMOUNT OUTRIGHT
      *    AND CARRIES THE REFERENCE OF THE APPROVAL BEHIND IT.
           05  CT-BUDGET-DETAIL REDEFINES CT-DETAIL.
               10  CT-B-BUDGET         PIC 9(7)V99.
               10  CT-B-APPROVAL-REF   PIC X(10).
               10  FILLER              PIC X(41).

       FD  CIP-LOG-FILE RECORDING MODE IS F.
       01  PRINT-LOG-LINE                PICTURE X(80).
           05  CIP-LOCATION        PIC X(6).
           05  CIP-SERVICE-DATE    PIC 9(8).
           05  CIP-CAP-ASSET-ID    PIC 9(6).
           05  CIP-APPROVED-BUDGET PIC S9(7)V99.
           05  CIP-APPROVAL-REF    PIC X(10).
           05  CIP-REVISION-COUNT  PIC 9(3).
           05  CIP-HELD-COST       PIC S9(7)V99.
           05  CIP-LAST-HOLD-SEQ   PIC 9(4).

      *    ONE LINE PER COST POSTING, KEPT FOREVER - THE PROJECT'S
      *    COST DETAIL THE AUDITORS SAMPLE AGAINST THE INVOICES.
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

      *    ONE ROW PER COST POSTING HELD OVER BUDGET, NUMBERED WITHIN
      *    THE PROJECT IN THE ORDER HELD. A RELEASED ROW STAYS ON
      *    FILE MARKED 'R' WITH THE DAY IT POSTED, SO THE AUDITORS
      *    CAN SEE WHICH INVOICES WAITED ON A REVISION AND FOR HOW
      *    LONG.
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

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-TOLERANCE-PCT   PIC X(5).
           05  PRM-TOLERANCE-PCT-NUM REDEFINES PRM-TOLERANCE-PCT
                                   PIC 9(3)V99.
           05  FILLER              PIC X(75).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-CIP-WS              PICTURE X(3)  VALUE 'NO'.
           05  EOF-HOLD-WS             PICTURE X(3)  VALUE 'NO'.
           05  RELEASE-STOP-SW         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  PROJECTS-OPENED-WS      PICTURE 9(6)  VALUE ZERO.
           05  COSTS-POSTED-WS         PICTURE 9(6)  VALUE ZERO.
           05  PROJECTS-CAPPED-WS      PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-REJECTED-WS     PICTURE 9(6)  VALUE ZERO.
           05  COSTS-HELD-WS           PICTURE 9(6)  VALUE ZERO.
           05  COSTS-RELEASED-WS       PICTURE 9(6)  VALUE ZERO.
           05  BUDGETS-REVISED-WS      PICTURE 9(6)  VALUE ZERO.
           05  HELD-LISTED-WS          PICTURE 9(6)  VALUE ZERO.

      *    ONE COST POSTING ON ITS WAY TO A PROJECT - FROM A 'P'
      *    TRANSACTION, OR FROM CIPHOLD.DAT WHEN A REVISION RELEASES
      *    IT.
       01  COST-POSTING-WS.
           05  POST-AMOUNT-WS          PIC 9(6)V99   VALUE ZERO.
           05  POST-DATE-WS            PIC 9(8)      VALUE ZERO.
           05  POST-DESCRIPTION-WS     PIC X(20)     VALUE SPACES.

       01  BUDGET-CONTROL-WS.
           05  TOLERANCE-PCT-WS        PIC 9(3)V99   VALUE ZERO.
           05  BUDGET-LIMIT-WS         PIC S9(9)V99  VALUE ZERO.
           05  HOLD-REASON-WS          PIC X(20)     VALUE SPACES.
           05  TODAY-DATE-WS           PIC 9(8)      VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  CIP-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  CIPCOST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  CIPHOLD-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

      *    SHARED BY THE CAPITALIZATION PATH SO THE NEW ASSET PASSES
      *    THE SAME USEFUL-LIFE/UNITS AND SALVAGE-VS-COST RULES
           05  JRNL-MASTER-ID-WS    PIC X(7)   VALUE 'ASSET  '.
           05  JRNL-ACTION-WS       PIC X.
           05  JRNL-PROGRAM-WS      PIC X(8)   VALUE 'CIPMNT'.
           05  JRNL-BEFORE-WS       PIC X(280).
           05  JRNL-AFTER-WS        PIC X(280).

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'CIPMNT'.
           05  OP-PROJECT-OUT       PICTURE Z(5)9.
           05  FILLER               PICTURE X(3)    VALUE SPACES.
           05  OP-DESC-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  OP-BUDGET-OUT        PICTURE $$,$$$,$$9.99.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  OP-APPROVAL-REF-OUT  PICTURE X(10).
           05  FILLER               PICTURE X(6)    VALUE SPACES.

      *    THE SAME LINE SERVES A COST RELEASED FROM HOLD, UNDER ITS
      *    OWN LABEL.
       01  POSTED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  PO-LABEL-OUT         PICTURE X(14)   VALUE
                                       'POSTED COST - '.
           05  PO-PROJECT-OUT       PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  PO-DESC-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(25)   VALUE SPACES.

       01  HELD-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(14)   VALUE
                                       'HELD COST   - '.
           05  HD-PROJECT-OUT       PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HD-AMOUNT-OUT        PICTURE $$$,$$9.99.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HD-DESC-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HD-REASON-OUT        PICTURE X(20).
           05  FILLER               PICTURE X(3)    VALUE SPACES.

       01  REVISED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(17)   VALUE
                                       'BUDGET REVISED - '.
           05  RV-PROJECT-OUT       PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  RV-BUDGET-OUT        PICTURE $$,$$$,$$9.99.
           05                       PICTURE X(6)    VALUE '  REF '.
           05  RV-APPROVAL-REF-OUT  PICTURE X(10).
           05  FILLER               PICTURE X(25)   VALUE SPACES.

       01  CAPPED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(22)   VALUE
           05  SD-OPENED-OUT        PICTURE 9(8).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  SD-COST-OUT          PICTURE $$,$$$,$$9.99.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  SD-BUDGET-OUT        PICTURE $$,$$$,$$9.99.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  SD-FLAG-OUT          PICTURE X(4).
           05  FILLER               PICTURE X(4)    VALUE SPACES.

       01  HELD-HEADER-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(40)   VALUE
                 'HELD COSTS AWAITING BUDGET REVISION'.
           05  FILLER               PICTURE X(39)   VALUE SPACES.

       01  HELD-DETAIL-LINE.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HL-PROJECT-OUT       PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HL-POST-DATE-OUT     PICTURE 9(8).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HL-AMOUNT-OUT        PICTURE $$$,$$9.99.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HL-DESC-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  HL-REASON-OUT        PICTURE X(20).
           05  FILLER               PICTURE X(6)    VALUE SPACES.

       01  NO-HELD-LINE.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05                       PICTURE X(40)   VALUE
                 'NONE - NO COSTS HELD'.
           05  FILLER               PICTURE X(38)   VALUE SPACES.

       01  SUMMARY-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  SUM-REJECTED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(32)   VALUE SPACES.

       01  SUMMARY-LOG-LINE-3.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'COSTS HELD:        '.
           05  SUM-HELD-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(10)   VALUE
                                       'RELEASED: '.
           05  SUM-RELEASED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(17)   VALUE
                                       'BUDGETS REVISED: '.
           05  SUM-REVISED-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
                   AFTER 1 LINE
           ELSE
               CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
               COMPUTE TODAY-DATE-WS =
                       YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
               PERFORM     230-READ-PARAMETER-CARD
               OPEN INPUT  CIP-TRANS-FILE
               OPEN OUTPUT CIP-LOG-FILE
               OPEN I-O    ASSET-INPUT-FILE
               PERFORM     210-OPEN-CIP-MASTER
               PERFORM     215-OPEN-COST-DETAIL
               PERFORM     220-OPEN-HOLD-FILE
               PERFORM     250-READ-ONE-TRANSACTION
           END-IF.

               OPEN EXTEND CIP-COST-DETAIL-FILE
           END-IF.

      *    CIPHOLD.DAT PERSISTS ACROSS RUNS LIKE CIPMAST.DAT, WITH THE
      *    SAME FIRST-RUN CREATE.
       220-OPEN-HOLD-FILE.
           OPEN I-O CIP-HOLD-FILE
           IF CIPHOLD-FILE-STATUS-WS = '35'
               OPEN OUTPUT CIP-HOLD-FILE
               CLOSE CIP-HOLD-FILE
               OPEN I-O CIP-HOLD-FILE
           END-IF.

      *    NO CIPMNT.PRM (STATUS 35) LEAVES THE TOLERANCE AT ZERO.
       230-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-TOLERANCE-PCT IS NUMERIC
                           MOVE PRM-TOLERANCE-PCT-NUM TO
                                TOLERANCE-PCT-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       250-READ-ONE-TRANSACTION.
           READ CIP-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-WS
                   PERFORM 340-POST-COST
               WHEN CT-TRANS-CAPITALIZE
                   PERFORM 360-CAPITALIZE-PROJECT
               WHEN CT-TRANS-BUDGET
                   PERFORM 380-REVISE-BUDGET
               WHEN OTHER
                   MOVE 'TRANSACTION CODE NOT O/P/K/B' TO
                        REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
           END-EVALUATE
           PERFORM 250-READ-ONE-TRANSACTION.

      *    A PROJECT NUMBER ALREADY ON FILE IS A DUPLICATE, NOT AN
      *    UPDATE - THE EXISTING PROJECT IS LEFT ALONE. NO PROJECT
      *    OPENS WITHOUT AN APPROVED AMOUNT AND THE REFERENCE OF THE
      *    APPROVAL THAT GRANTED IT.
       320-OPEN-PROJECT.
           IF CT-O-BUDGET NOT NUMERIC
              OR CT-O-BUDGET = ZERO
               MOVE 'APPROVED BUDGET IS ZERO' TO REJ-REASON-OUT
               PERFORM 290-WRITE-REJECTED
           ELSE
               IF CT-O-APPROVAL-REF = SPACES
                   MOVE 'APPROVAL REFERENCE MISSING' TO REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
               ELSE
                   PERFORM 325-WRITE-NEW-PROJECT
               END-IF
           END-IF.

       325-WRITE-NEW-PROJECT.
           MOVE CT-PROJECT-NO     TO CIP-PROJECT-NO
           MOVE CT-O-DESCRIPTION  TO CIP-DESCRIPTION
           MOVE 'O'               TO CIP-STATUS
           MOVE CT-O-LOCATION     TO CIP-LOCATION
           MOVE ZERO              TO CIP-SERVICE-DATE
           MOVE ZERO              TO CIP-CAP-ASSET-ID
           MOVE CT-O-BUDGET       TO CIP-APPROVED-BUDGET
           MOVE CT-O-APPROVAL-REF TO CIP-APPROVAL-REF
           MOVE ZERO              TO CIP-REVISION-COUNT
           MOVE ZERO              TO CIP-HELD-COST
           MOVE ZERO              TO CIP-LAST-HOLD-SEQ
           WRITE CIP-MASTER-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE PROJECT NUMBER' TO REJ-REASON-OUT
                   ADD 1 TO PROJECTS-OPENED-WS
                   MOVE CIP-PROJECT-NO  TO OP-PROJECT-OUT
                   MOVE CIP-DESCRIPTION TO OP-DESC-OUT
                   MOVE CIP-APPROVED-BUDGET TO OP-BUDGET-OUT
                   MOVE CIP-APPROVAL-REF    TO OP-APPROVAL-REF-OUT
                   WRITE PRINT-LOG-LINE FROM OPENED-LOG-LINE
                       AFTER 1 LINE
           END-WRITE.
                   PERFORM 290-WRITE-REJECTED
               NOT INVALID KEY
                   IF CIP-STATUS-OPEN
                       MOVE CT-P-AMOUNT      TO POST-AMOUNT-WS
                       MOVE CT-P-DATE        TO POST-DATE-WS
                       MOVE CT-P-DESCRIPTION TO POST-DESCRIPTION-WS
                       PERFORM 342-CHECK-AGAINST-BUDGET
                       IF HOLD-REASON-WS = SPACES
                           MOVE 'POSTED COST - ' TO PO-LABEL-OUT
                           PERFORM 345-APPLY-COST-POSTING
                       ELSE
                           PERFORM 350-HOLD-COST-POSTING
                       END-IF
                   ELSE
                       MOVE 'PROJECT ALREADY CAPITALIZED' TO
                            REJ-REASON-OUT
                   END-IF
           END-READ.

      *    HOLD-REASON-WS COMES BACK BLANK WHEN THE POSTING FITS.
      *    A PROJECT OPENED BEFORE BUDGETS WERE KEPT HAS NO APPROVED
      *    AMOUNT AND HOLDS EVERYTHING UNTIL A REVISION GIVES IT ONE.
       342-CHECK-AGAINST-BUDGET.
           PERFORM 343-COMPUTE-BUDGET-LIMIT
           EVALUATE TRUE
               WHEN CIP-APPROVED-BUDGET NOT > ZERO
                   MOVE 'NO APPROVED BUDGET' TO HOLD-REASON-WS
               WHEN CIP-HELD-COST > ZERO
                   MOVE 'EARLIER COST HELD' TO HOLD-REASON-WS
               WHEN CIP-ACCUM-COST + POST-AMOUNT-WS > BUDGET-LIMIT-WS
                   MOVE 'OVER APPROVED BUDGET' TO HOLD-REASON-WS
               WHEN OTHER
                   MOVE SPACES TO HOLD-REASON-WS
           END-EVALUATE.

       343-COMPUTE-BUDGET-LIMIT.
           COMPUTE BUDGET-LIMIT-WS ROUNDED =
                   CIP-APPROVED-BUDGET * (100 + TOLERANCE-PCT-WS)
                   / 100.

       345-APPLY-COST-POSTING.
           ADD POST-AMOUNT-WS TO CIP-ACCUM-COST
           REWRITE CIP-MASTER-RECORD
           ADD 1 TO COSTS-POSTED-WS

           MOVE CIP-PROJECT-NO      TO CC-PROJECT-NO
           MOVE POST-DATE-WS        TO CC-POST-DATE
           MOVE POST-AMOUNT-WS      TO CC-AMOUNT
           MOVE POST-DESCRIPTION-WS TO CC-DESCRIPTION
           WRITE CIP-COST-DETAIL-RECORD

           MOVE CIP-PROJECT-NO      TO PO-PROJECT-OUT
           MOVE POST-AMOUNT-WS      TO PO-AMOUNT-OUT
           MOVE POST-DESCRIPTION-WS TO PO-DESC-OUT
           WRITE PRINT-LOG-LINE FROM POSTED-LOG-LINE
               AFTER 1 LINE.

      *    THE HELD AMOUNT RIDES ON THE PROJECT SO THE NEXT POSTING,
      *    THE CAPITALIZATION, AND THE BUDGET REPORT ALL SEE IT
      *    WITHOUT READING CIPHOLD.DAT.
       350-HOLD-COST-POSTING.
           IF CIP-LAST-HOLD-SEQ = 9999
               MOVE 'HOLD SEQUENCE FULL' TO REJ-REASON-OUT
               PERFORM 290-WRITE-REJECTED
           ELSE
               ADD 1              TO CIP-LAST-HOLD-SEQ
               ADD POST-AMOUNT-WS TO CIP-HELD-COST
               REWRITE CIP-MASTER-RECORD
               ADD 1 TO COSTS-HELD-WS

               MOVE CIP-PROJECT-NO      TO CH-PROJECT-NO
               MOVE CIP-LAST-HOLD-SEQ   TO CH-HOLD-SEQ
               MOVE 'H'                 TO CH-STATUS
               MOVE POST-DATE-WS        TO CH-POST-DATE
               MOVE POST-AMOUNT-WS      TO CH-AMOUNT
               MOVE POST-DESCRIPTION-WS TO CH-DESCRIPTION
               MOVE HOLD-REASON-WS      TO CH-HOLD-REASON
               MOVE TODAY-DATE-WS       TO CH-HELD-DATE
               MOVE ZERO                TO CH-RELEASED-DATE
               WRITE CIP-HOLD-RECORD

               MOVE CIP-PROJECT-NO      TO HD-PROJECT-OUT
               MOVE POST-AMOUNT-WS      TO HD-AMOUNT-OUT
               MOVE POST-DESCRIPTION-WS TO HD-DESC-OUT
               MOVE HOLD-REASON-WS      TO HD-REASON-OUT
               WRITE PRINT-LOG-LINE FROM HELD-LOG-LINE
                   AFTER 1 LINE
           END-IF.

       360-CAPITALIZE-PROJECT.
           MOVE CT-PROJECT-NO TO CIP-PROJECT-NO
           READ CIP-MASTER-FILE
               MOVE 'NO COST ACCUMULATED' TO REJ-REASON-OUT
               MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-IF
      *    HELD INVOICES ARE PART OF WHAT THE PROJECT COST - IT
      *    WAITS FOR THE REVISION THAT LETS THEM POST.
           IF ASSET-BASIS-VALID-SW = 'YES'
               AND CIP-HELD-COST > ZERO
               MOVE 'COSTS HELD OVER BUDGET' TO REJ-REASON-OUT
               MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-IF
           IF ASSET-BASIS-VALID-SW = 'YES'
               IF CT-K-DEPR-METHOD = 'U'
                   IF CT-K-EST-UNITS = ZERO
           MOVE SPACES TO PO-NUMBER-IN
           MOVE SPACES TO INVOICE-NO-IN
           MOVE SPACES TO COMPANY-IN
           MOVE SPACE TO TAX-ELECTION-IN
           MOVE ZERO  TO SEC179-AMOUNT-IN
           MOVE SPACE TO TAX-CONVENTION-IN
           MOVE ZERO  TO DISPOSAL-DATE-IN
           MOVE ZERO  TO TAX-ADJ-BASIS-IN
           MOVE ZERO  TO TAX-GAIN-LOSS-IN
           MOVE ZERO  TO SEC1245-RECAPTURE-IN
           MOVE ZERO  TO SEC1231-GAIN-IN
           MOVE ZERO  TO WARRANTY-START-IN
           MOVE ZERO  TO WARRANTY-EXPIRE-IN
           MOVE SPACES TO WARRANTY-TERMS-IN
           MOVE SPACE TO EST-CHANGE-IND-IN
           MOVE ZERO  TO EST-LIFE-LEFT-IN
           MOVE SPACE TO TRANS-TYPE-IN
           WRITE CPYIN
               INVALID KEY
           WRITE PRINT-LOG-LINE FROM CAPPED-LOG-LINE
               AFTER 1 LINE.

      *    A REVISION MAY RAISE OR LOWER THE APPROVED AMOUNT. ONLY
      *    AN OPEN PROJECT TAKES ONE - A CAPITALIZED PROJECT'S
      *    BUDGET IS HISTORY.
       380-REVISE-BUDGET.
           MOVE CT-PROJECT-NO TO CIP-PROJECT-NO
           READ CIP-MASTER-FILE
               INVALID KEY
                   MOVE 'PROJECT NOT ON FILE' TO REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CIP-STATUS-OPEN
                           MOVE 'PROJECT ALREADY CAPITALIZED' TO
                                REJ-REASON-OUT
                           PERFORM 290-WRITE-REJECTED
                       WHEN CT-B-BUDGET NOT NUMERIC
                       WHEN CT-B-BUDGET = ZERO
                           MOVE 'APPROVED BUDGET IS ZERO' TO
                                REJ-REASON-OUT
                           PERFORM 290-WRITE-REJECTED
                       WHEN CT-B-APPROVAL-REF = SPACES
                           MOVE 'APPROVAL REFERENCE MISSING' TO
                                REJ-REASON-OUT
                           PERFORM 290-WRITE-REJECTED
                       WHEN OTHER
                           PERFORM 382-APPLY-BUDGET-REVISION
                   END-EVALUATE
           END-READ.

       382-APPLY-BUDGET-REVISION.
           MOVE CT-B-BUDGET       TO CIP-APPROVED-BUDGET
           MOVE CT-B-APPROVAL-REF TO CIP-APPROVAL-REF
           IF CIP-REVISION-COUNT < 999
               ADD 1 TO CIP-REVISION-COUNT
           END-IF
           REWRITE CIP-MASTER-RECORD
           ADD 1 TO BUDGETS-REVISED-WS

           MOVE CIP-PROJECT-NO      TO RV-PROJECT-OUT
           MOVE CIP-APPROVED-BUDGET TO RV-BUDGET-OUT
           MOVE CIP-APPROVAL-REF    TO RV-APPROVAL-REF-OUT
           WRITE PRINT-LOG-LINE FROM REVISED-LOG-LINE
               AFTER 1 LINE

           IF CIP-HELD-COST > ZERO
               PERFORM 385-RELEASE-HELD-COSTS
           END-IF.

      *    THE PROJECT'S HELD POSTINGS ARE TRIED OLDEST FIRST AGAINST
      *    THE NEW LIMIT. THE FIRST ONE THAT STILL DOES NOT FIT STOPS
      *    THE RELEASE - IT AND EVERYTHING BEHIND IT STAY HELD.
       385-RELEASE-HELD-COSTS.
           PERFORM 343-COMPUTE-BUDGET-LIMIT
           MOVE 'NO' TO EOF-HOLD-WS
           MOVE 'NO' TO RELEASE-STOP-SW
           MOVE CIP-PROJECT-NO TO CH-PROJECT-NO
           MOVE ZERO           TO CH-HOLD-SEQ
           START CIP-HOLD-FILE KEY NOT < CH-KEY
               INVALID KEY MOVE 'YES' TO EOF-HOLD-WS
           END-START
           PERFORM 387-RELEASE-ONE-HELD-COST
               UNTIL EOF-HOLD-WS = 'YES'
                  OR RELEASE-STOP-SW = 'YES'.

       387-RELEASE-ONE-HELD-COST.
           READ CIP-HOLD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HOLD-WS
               NOT AT END
                   IF CH-PROJECT-NO NOT = CIP-PROJECT-NO
                       MOVE 'YES' TO EOF-HOLD-WS
                   ELSE
                       IF CH-STATUS-HELD
                           IF CIP-ACCUM-COST + CH-AMOUNT >
                              BUDGET-LIMIT-WS
                               MOVE 'YES' TO RELEASE-STOP-SW
                           ELSE
                               PERFORM 388-POST-RELEASED-COST
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    THE RELEASED COST POSTS EXACTLY AS IT WOULD HAVE ON THE
      *    DAY IT WAS HELD - ITS OWN POSTING DATE GOES TO CIPCOST.DAT.
       388-POST-RELEASED-COST.
           SUBTRACT CH-AMOUNT FROM CIP-HELD-COST
           MOVE CH-AMOUNT        TO POST-AMOUNT-WS
           MOVE CH-POST-DATE     TO POST-DATE-WS
           MOVE CH-DESCRIPTION   TO POST-DESCRIPTION-WS
           MOVE 'RELEASED    - ' TO PO-LABEL-OUT
           PERFORM 345-APPLY-COST-POSTING
           ADD 1 TO COSTS-RELEASED-WS

           MOVE 'R'           TO CH-STATUS
           MOVE TODAY-DATE-WS TO CH-RELEASED-DATE
           REWRITE CIP-HOLD-RECORD.

       290-WRITE-REJECTED.
           ADD 1 TO RECORDS-REJECTED-WS
           MOVE CT-PROJECT-NO TO REJ-PROJECT-OUT
                       MOVE CIP-DESCRIPTION TO SD-DESC-OUT
                       MOVE CIP-OPENED-DATE TO SD-OPENED-OUT
                       MOVE CIP-ACCUM-COST  TO SD-COST-OUT
                       MOVE CIP-APPROVED-BUDGET TO SD-BUDGET-OUT
                       EVALUATE TRUE
                           WHEN CIP-HELD-COST > ZERO
                               MOVE 'HELD' TO SD-FLAG-OUT
                           WHEN CIP-ACCUM-COST > CIP-APPROVED-BUDGET
                               MOVE 'OVER' TO SD-FLAG-OUT
                           WHEN OTHER
                               MOVE SPACES TO SD-FLAG-OUT
                       END-EVALUATE
                       WRITE PRINT-LOG-LINE FROM STATUS-DETAIL-LINE
                           AFTER 1 LINE
                   END-IF
           END-READ.

      *    EVERY POSTING STILL HELD, ON EVERY RUN, UNTIL A REVISION
      *    LETS IT THROUGH - AN OVERRUN CANNOT SIT UNNOTICED.
       520-PRINT-HELD-COSTS.
           WRITE PRINT-LOG-LINE FROM HELD-HEADER-LINE
               AFTER 2 LINES
           MOVE 'NO' TO EOF-HOLD-WS
           MOVE LOW-VALUES TO CH-KEY
           START CIP-HOLD-FILE KEY NOT < CH-KEY
               INVALID KEY MOVE 'YES' TO EOF-HOLD-WS
           END-START
           PERFORM 530-LIST-ONE-HELD-COST
               UNTIL EOF-HOLD-WS = 'YES'
           IF HELD-LISTED-WS = ZERO
               WRITE PRINT-LOG-LINE FROM NO-HELD-LINE
                   AFTER 1 LINE
           END-IF.

       530-LIST-ONE-HELD-COST.
           READ CIP-HOLD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HOLD-WS
               NOT AT END
                   IF CH-STATUS-HELD
                       ADD 1 TO HELD-LISTED-WS
                       MOVE CH-PROJECT-NO  TO HL-PROJECT-OUT
                       MOVE CH-POST-DATE   TO HL-POST-DATE-OUT
                       MOVE CH-AMOUNT      TO HL-AMOUNT-OUT
                       MOVE CH-DESCRIPTION TO HL-DESC-OUT
                       MOVE CH-HOLD-REASON TO HL-REASON-OUT
                       WRITE PRINT-LOG-LINE FROM HELD-DETAIL-LINE
                           AFTER 1 LINE
                   END-IF
           END-READ.

       900-CLOSE.
           IF LOCK-BLOCKED-SW = 'YES'
               CLOSE CIP-LOG-FILE
           ELSE
               PERFORM 500-PRINT-OPEN-PROJECTS
               PERFORM 520-PRINT-HELD-COSTS

               MOVE RECORDS-READ-WS    TO SUM-READ-OUT
               MOVE PROJECTS-OPENED-WS TO SUM-OPENED-OUT
               WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-2
                   AFTER 1 LINE

               MOVE COSTS-HELD-WS      TO SUM-HELD-OUT
               MOVE COSTS-RELEASED-WS  TO SUM-RELEASED-OUT
               MOVE BUDGETS-REVISED-WS TO SUM-REVISED-OUT
               WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-3
                   AFTER 1 LINE

               CLOSE CIP-TRANS-FILE  CIP-LOG-FILE
                     CIP-MASTER-FILE CIP-COST-DETAIL-FILE
                     ASSET-INPUT-FILE CIP-HOLD-FILE
           END-IF

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
