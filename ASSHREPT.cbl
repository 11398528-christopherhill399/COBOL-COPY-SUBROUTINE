      *    RETRIEVAL REPORT OVER THE ASSET HISTORY FILE ASSETARC
      *    WRITES. PRINTS EVERY ARCHIVED DISPOSAL ('X') AND
      *    ADJUSTMENT ('Z') WITH ITS DETAILS - PROCEEDS AND GAIN/LOSS
      *    FOR A DISPOSAL, THE ADJUSTED BASIS FOR AN ADJUSTMENT, THE
      *    COMPANY AND NET BOOK VALUE FOR EACH HALF ('T' OUT, 'I' IN)
      *    OF AN INTERCOMPANY TRANSFER ASSETMNT LOGS THERE - SO THE
      *    AUDITORS CAN SEE ANY PRIOR YEAR WITHOUT THE RECORDS
      *    CLUTTERING THE LIVE MASTER. AN ARCHIVE YEAR ON THE COMMAND
      *    LINE ("ASSHREPT 2025") LIMITS THE REPORT TO THAT YEAR.

       01  ASSET-HISTORY-RECORD.
           05  ARCH-YEAR-IN         PICTURE 9(4).
           05  FILLER               PICTURE X.
           05  ARCH-ASSET-IMAGE-IN  PICTURE X(280).

       FD  HISTORY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-HISTORY-LINE          PICTURE X(132).

      *    WORKING-STORAGE VIEW OF THE ARCHIVED MASTER RECORD IMAGE -
      *    THE LEADING FIELDS OF CPYIN AS THEY STOOD WHEN THE RECORD
      *    LEFT THE LIVE FILE, THROUGH THE COMPANY AND THE DATE A
      *    TRANSFER IMAGE CARRIES.
       01  ARCH-ASSET-WS.
           05  AR-ASSET-ID-WS      PIC 9(6).
           05  AR-NAME-WS          PIC X(10).
           05  AR-TRANS-TYPE-WS    PIC X.
               88  AR-TRANS-DISPOSED   VALUE 'X'.
               88  AR-TRANS-ADJUSTED   VALUE 'Z'.
               88  AR-TRANS-XFER-OUT   VALUE 'T'.
               88  AR-TRANS-XFER-IN    VALUE 'I'.
               88  AR-TRANS-EST-OLD    VALUE 'O'.
               88  AR-TRANS-EST-NEW    VALUE 'N'.
           05  AR-PROCEEDS-WS      PIC S9(6)V99.
           05  AR-EST-UNITS-WS     PIC 9(7).
           05  AR-PERIOD-UNITS-WS  PIC 9(7).
           05  AR-ADJ-PRICE-WS     PIC S9(5)V99.
           05  AR-ADJ-SALVAGE-WS   PIC S9(5)V99.
           05  AR-LOCATION-WS      PIC X(6).
           05  FILLER              PIC X(17).
           05  AR-FY-ANNUAL-WS     PIC S9(5)V99.
           05  FILLER              PIC X(55).
           05  AR-COMPANY-WS       PIC XX.
           05  FILLER              PIC X(9).
           05  AR-EVENT-DATE-WS    PIC 9(8).

       01  HISTORY-CALC-WS.
           05  NET-BOOK-VALUE-WS   PIC S9(6)V99 VALUE ZERO.
           05  AH-ADJ-SALVAGE-OUT  PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(47)   VALUE SPACES.

       01  TRANSFER-HISTORY-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TH-YEAR-OUT         PICTURE 9(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TH-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TH-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TH-DIRECTION-OUT    PICTURE X(11).
           05                      PICTURE X(9)    VALUE 'COMPANY: '.
           05  TH-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'NBV: '.
           05  TH-NBV-OUT          PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'DATE: '.
           05  TH-DATE-OUT         PICTURE 9(8).
           05  FILLER              PICTURE X(49)   VALUE SPACES.

       01  ESTIMATE-HISTORY-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EH-YEAR-OUT         PICTURE 9(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EH-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EH-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EH-DIRECTION-OUT    PICTURE X(11).
           05                      PICTURE X(6)    VALUE 'LIFE: '.
           05  EH-ESTIMATE-OUT     PICTURE Z(6)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ANNUAL: '.
           05  EH-ANNUAL-OUT       PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'DATE: '.
           05  EH-DATE-OUT         PICTURE 9(8).
           05  FILLER              PICTURE X(44)   VALUE SPACES.

       01  HISTORY-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE

      *    A DISPOSAL REPORTS THE PROCEEDS AND THE GAIN/LOSS AS IT
      *    WAS COMPUTED AGAINST NET BOOK VALUE AT DISPOSAL TIME; AN
      *    ADJUSTMENT REPORTS THE BASIS THE ASSET WAS MOVED TO; A
      *    TRANSFER IMAGE REPORTS THE COMPANY ON THAT SIDE AND THE NET
      *    BOOK VALUE THAT WENT THROUGH DUE-TO/DUE-FROM; A USEFUL-LIFE
      *    CHANGE REPORTS THE LIFE (UNITS, ON A UNITS-OF-PRODUCTION
      *    ASSET) AND ANNUAL CHARGE BEFORE AND AFTER.
       320-PRINT-ONE-RECORD.
           ADD 1 TO RECORDS-PRINTED-WS
           EVALUATE TRUE
               WHEN AR-TRANS-DISPOSED
                   COMPUTE NET-BOOK-VALUE-WS =
                           AR-PRICE-WS - AR-ACCUM-DEPR-WS
                   COMPUTE GAIN-LOSS-WS =
                           AR-PROCEEDS-WS - NET-BOOK-VALUE-WS
                   MOVE ARCH-YEAR-IN    TO DH-YEAR-OUT
                   MOVE AR-ASSET-ID-WS  TO DH-ASSET-ID-OUT
                   MOVE AR-NAME-WS      TO DH-NAME-OUT
                   MOVE AR-PROCEEDS-WS  TO DH-PROCEEDS-OUT
                   MOVE GAIN-LOSS-WS    TO DH-GAIN-LOSS-OUT
                   WRITE PRINT-HISTORY-LINE FROM DISPOSAL-HISTORY-LINE
                       AFTER 1 LINE
               WHEN AR-TRANS-XFER-OUT
               WHEN AR-TRANS-XFER-IN
                   COMPUTE NET-BOOK-VALUE-WS =
                           AR-PRICE-WS - AR-ACCUM-DEPR-WS
                   IF AR-TRANS-XFER-OUT
                       MOVE 'XFER OUT   ' TO TH-DIRECTION-OUT
                   ELSE
                       MOVE 'XFER IN    ' TO TH-DIRECTION-OUT
                   END-IF
                   MOVE ARCH-YEAR-IN      TO TH-YEAR-OUT
                   MOVE AR-ASSET-ID-WS    TO TH-ASSET-ID-OUT
                   MOVE AR-NAME-WS        TO TH-NAME-OUT
                   MOVE AR-COMPANY-WS     TO TH-COMPANY-OUT
                   MOVE NET-BOOK-VALUE-WS TO TH-NBV-OUT
                   MOVE AR-EVENT-DATE-WS  TO TH-DATE-OUT
                   WRITE PRINT-HISTORY-LINE FROM TRANSFER-HISTORY-LINE
                       AFTER 1 LINE
               WHEN AR-TRANS-EST-OLD
               WHEN AR-TRANS-EST-NEW
                   IF AR-TRANS-EST-OLD
                       MOVE 'LIFE WAS   ' TO EH-DIRECTION-OUT
                   ELSE
                       MOVE 'LIFE NOW   ' TO EH-DIRECTION-OUT
                   END-IF
                   IF AR-DEPR-METHOD-WS = 'U'
                       MOVE AR-EST-UNITS-WS   TO EH-ESTIMATE-OUT
                   ELSE
                       MOVE AR-USEFUL-LIFE-WS TO EH-ESTIMATE-OUT
                   END-IF
                   MOVE ARCH-YEAR-IN      TO EH-YEAR-OUT
                   MOVE AR-ASSET-ID-WS    TO EH-ASSET-ID-OUT
                   MOVE AR-NAME-WS        TO EH-NAME-OUT
                   MOVE AR-FY-ANNUAL-WS   TO EH-ANNUAL-OUT
                   MOVE AR-EVENT-DATE-WS  TO EH-DATE-OUT
                   WRITE PRINT-HISTORY-LINE FROM ESTIMATE-HISTORY-LINE
                       AFTER 1 LINE
               WHEN OTHER
                   MOVE ARCH-YEAR-IN      TO AH-YEAR-OUT
                   MOVE AR-ASSET-ID-WS    TO AH-ASSET-ID-OUT
                   MOVE AR-NAME-WS        TO AH-NAME-OUT
                   MOVE AR-ADJ-PRICE-WS   TO AH-ADJ-PRICE-OUT
                   MOVE AR-ADJ-SALVAGE-WS TO AH-ADJ-SALVAGE-OUT
                   WRITE PRINT-HISTORY-LINE FROM ADJUSTMENT-HISTORY-LINE
                       AFTER 1 LINE
           END-EVALUATE.

       900-CLOSE.
           MOVE RECORDS-READ-WS    TO HS-READ-OUT
