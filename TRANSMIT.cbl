
      *    TRANSMISSION CONTROL TOTALS FOR THE OUTBOUND INTERFACE
      *    FILES. EVERYTHING THAT LEAVES THE BUILDING - THE ACH
      *    FILE, THE W-2 EXTRACT AND ITS EFW2 SUBMISSION, THE
      *    JOURNAL VOUCHERS, THE POSITIVE PAY FILE, THE 401K
      *    RECORDKEEPER'S CONTRIBUTION FILE, THE UNCLAIMED
      *    PROPERTY FILING - USED TO GO
      *    WITH NO MANIFEST, AND WHEN THE BANK SAID 'WE ONLY GOT
      *    412 ENTRIES' THERE WAS NOTHING TO ARGUE FROM. THIS
      *    RUN COMPUTES EACH FILE'S RECORD COUNT, DOLLAR TOTAL,
      *    AND HASH TOTAL, AND EITHER:
      *        M - WRITES THE MANIFEST (E.G. PAYROLL.MAN) AND LOGS
      *            THE RELEASE WITH WHO RELEASED IT, OR
      *        V - RECOMPUTES THE FILE'S TOTALS AGAINST ITS
      *    THE TRANSMIT.PRM CARD CARRIES MODE, FILE NAME, AND THE
      *    RELEASING OPERATOR; EVERY ACTION LANDS ON THE
      *    TRANSMIT.LOG TRANSMISSION LOG.
      *    WHILE PAYREVW'S PRE-RELEASE REVIEW HAS THE NIGHT'S PAY
      *    HELD (PAYHOLD.DAT STATUS 'H'), PAYROLL.ACH AND POSPAY.DAT
      *    ARE REFUSED IN BOTH MODES UNTIL THE HOLD IS SIGNED OFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            SELECT TRANSMIT-REPORT-FILE ASSIGN TO 'TRANSMIT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYROLL-HOLD-FILE ASSIGN TO 'PAYHOLD.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHOLD-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
           05  PRM-OPERATOR     PIC X(8).

       FD  OUTBOUND-FILE RECORDING MODE IS F.
       01  OUTBOUND-LINE        PIC X(525).

       FD  MANIFEST-FILE RECORDING MODE IS F.
       01  MANIFEST-RECORD.
       FD  TRANSMIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-TRANSMIT-LINE  PIC X(132).

      *    SAME LINE PAYREVW WRITES - ONLY THE STATUS IS LOOKED AT.
       FD  PAYROLL-HOLD-FILE RECORDING MODE IS F.
       01  PAYROLL-HOLD-RECORD.
           05  PHD-STATUS           PIC X.
               88  PHD-HELD                 VALUE 'H'.
           05  FILLER               PIC X(79).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PARM-WS             PICTURE X(3)  VALUE 'NO'.
           05  CARDS-READ-WS           PICTURE 9(4)  VALUE ZERO.
           05  FILES-PASSED-WS         PICTURE 9(4)  VALUE ZERO.
           05  FILES-FAILED-WS         PICTURE 9(4)  VALUE ZERO.
           05  PAYROLL-HELD-SW         PICTURE X(3)  VALUE 'NO'.

       01  FILE-STATUS-FIELDS-WS.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  OUTBOUND-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  MANIFEST-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  TRANSLOG-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYHOLD-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  OUTBOUND-FILE-NAME-WS       PICTURE X(12) VALUE SPACES.
       01  MANIFEST-FILE-NAME-WS       PICTURE X(12) VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'PAYRLGL.DAT J001004008016011D'.
           05  FILLER PIC X(30) VALUE 'ASSETJV.DAT J001004008016011D'.
           05  FILLER PIC X(30) VALUE 'WAGEACCR.DATJ001004008016011D'.
           05  FILLER PIC X(30) VALUE 'PTOACCR.DAT J001004008016011D'.
           05  FILLER PIC X(30) VALUE 'POSPAY.DAT  I001003008023009D'.
           05  FILLER PIC X(30) VALUE 'EFW2.DAT    W002003009188011C'.
           05  FILLER PIC X(30) VALUE 'CONTRIB.DAT D001003009068008V'.
           05  FILLER PIC X(30) VALUE 'ESCHRPT.DAT 2001150009171010V'.
       01  LAYOUT-TABLE-WS REDEFINES LAYOUT-TABLE-SETUP.
           05  LAYOUT-ENTRY-WS OCCURS 10 TIMES.
               10  LAY-FILE-NAME-TBL   PIC X(12).
               10  LAY-TYPE-BYTE-TBL   PIC X.
               10  LAY-TYPE-COL-TBL    PIC 9(3).
               AFTER 1 LINE

           PERFORM 220-OPEN-TRANSMIT-LOG
           PERFORM 230-READ-PAYROLL-HOLD

           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               OPEN EXTEND TRANSMIT-LOG-FILE
           END-IF.

      *    NO HOLD FILE MEANS NO REVIEW HAS EVER HELD ANYTHING.
       230-READ-PAYROLL-HOLD.
           OPEN INPUT PAYROLL-HOLD-FILE
           IF PAYHOLD-FILE-STATUS-WS = '00'
               READ PAYROLL-HOLD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PHD-HELD
                           MOVE 'YES' TO PAYROLL-HELD-SW
                       END-IF
               END-READ
               CLOSE PAYROLL-HOLD-FILE
           END-IF.

       250-READ-ONE-CARD.
           READ PARAMETER-CARD-FILE
               AT END MOVE 'YES' TO EOF-PARM-WS
           MOVE 'NO' TO LAY-FOUND-SW
           PERFORM 310-MATCH-LAYOUT-ROW
               VARYING LAY-IDX-WS FROM 1 BY 1
               UNTIL LAY-IDX-WS > 10
                  OR LAY-FOUND-SW = 'YES'

           MOVE PRM-FILE-NAME TO CD-FILE-OUT
                   AFTER 1 LINE
           ELSE
               PERFORM 320-COMPUTE-FILE-TOTALS
               EVALUATE TRUE
                   WHEN PAYROLL-HELD-SW = 'YES'
                    AND (PRM-FILE-NAME = 'PAYROLL.ACH'
                      OR PRM-FILE-NAME = 'POSPAY.DAT')
                       PERFORM 370-REFUSE-HELD-FILE
                   WHEN PRM-MODE-VERIFY
                       PERFORM 400-VERIFY-AGAINST-MANIFEST
                   WHEN OTHER
                       PERFORM 350-WRITE-MANIFEST
               END-EVALUATE
           END-IF
           PERFORM 250-READ-ONE-CARD.

                   AFTER 1 LINE
           END-IF.

      *    THE TOTALS STILL GO ON THE REPORT AND LOG SO THE HOLD
      *    SHOWS WHAT WAS STOPPED.
       370-REFUSE-HELD-FILE.
           ADD 1 TO FILES-FAILED-WS
           MOVE 'HELD    ' TO CD-ACTION-OUT
           PERFORM 380-REPORT-AND-LOG
           MOVE 'HELD FOR PAYROLL REVIEW - DO NOT RELEASE' TO
                VD-TEXT-OUT
           WRITE PRINT-TRANSMIT-LINE FROM VERDICT-LINE
               AFTER 1 LINE.

       380-REPORT-AND-LOG.
           MOVE RECORD-COUNT-WS TO CD-COUNT-OUT
           MOVE DOLLAR-TOTAL-WS TO CD-DOLLARS-OUT
