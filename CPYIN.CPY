               88  TRANS-TYPE-ADJUSTMENT  VALUE 'J'.
               88  TRANS-TYPE-DISPOSED    VALUE 'X'.
               88  TRANS-TYPE-ADJUSTED    VALUE 'Z'.
      *    'T' AND 'I' ARE NEVER ON THE LIVE MASTER - THEY MARK THE
      *    TWO ASSHIST.DAT IMAGES OF AN INTERCOMPANY TRANSFER, THE
      *    ASSET AS IT LEFT THE SENDING COMPANY AND AS IT ARRIVED IN
      *    THE RECEIVING ONE.
               88  TRANS-TYPE-XFER-OUT    VALUE 'T'.
               88  TRANS-TYPE-XFER-IN     VALUE 'I'.
      *    'O' AND 'N' ARE LIKEWISE HISTORY-ONLY - THE ASSHIST.DAT
      *    PAIR ASSETMNT WRITES FOR A CHANGE IN USEFUL LIFE, THE
      *    ASSET UNDER THE OLD ESTIMATE AND UNDER THE NEW ONE. ON
      *    THOSE IMAGES DISPOSAL-DATE-IN IS THE DATE OF THE CHANGE,
      *    FY-ANNUAL-DEPR-IN THE ANNUAL CHARGE UNDER THAT ESTIMATE,
      *    AND ON THE 'N' IMAGE DISPOSAL-PROCEEDS-IN CARRIES THE
      *    CHANGE'S EFFECT ON THE CURRENT YEAR'S EXPENSE.
               88  TRANS-TYPE-EST-OLD     VALUE 'O'.
               88  TRANS-TYPE-EST-NEW     VALUE 'N'.
           05  DISPOSAL-PROCEEDS-IN PIC S9(6)V99.
           05  EST-TOTAL-UNITS-IN    PIC 9(7).
           05  UNITS-THIS-PERIOD-IN  PIC 9(7).
           05  ADJUSTED-PRICE-IN     PIC S9(5)V99.
           05  ADJUSTED-SALVAGE-IN   PIC S9(5)V99.
           05  ASSET-LOCATION-IN     PIC X(6).
      *    MACRS TAX BOOK - RECOVERY CLASS IN YEARS (3/5/7/10 FOR
      *    PERSONAL PROPERTY, 27 FOR 27.5-YEAR RESIDENTIAL RENTAL AND
      *    39 FOR NONRESIDENTIAL REAL PROPERTY, ZERO MEANS NOT
      *    TAX-CLASSIFIED) AND THE TAX-BOOK ACCUMULATED
      *    DEPRECIATION CARRIED SEPARATELY FROM THE GAAP BOOK.
           05  TAX-CLASS-IN          PIC 99.
               88  TAX-CLASS-PERSONAL-IN VALUE 3 5 7 10.
               88  TAX-CLASS-REAL-IN     VALUE 27 39.
           05  TAX-ACCUM-DEPR-IN     PIC S9(6)V99.
      *    LIFETIME UNITS PRODUCED TO DATE, ACCUMULATED BY ASSETUNT
      *    FROM THE PLANT'S MONTHLY UNITS FEED - COMPARED AGAINST
      *    RECORD READS. THE BATCH RUNS CAN FILTER ON IT AND THE
      *    REPORTS BREAK BY IT.
           05  COMPANY-IN            PIC XX.
      *    FIRST-YEAR TAX ELECTIONS FOR THE MACRS TAX BOOK, SET BY
      *    THE TAX DEPARTMENT THROUGH ASSETMNT - 'S' EXPENSES
      *    SEC179-AMOUNT-IN UNDER SECTION 179, 'B' TAKES THE BONUS
      *    PERCENTAGE FOR THE PLACED-IN-SERVICE YEAR, 'C' DOES BOTH
      *    (SECTION 179 FIRST, BONUS ON WHAT IS LEFT). BLANK IS PLAIN
      *    MACRS ON THE FULL COST, AS EVERY OLDER RECORD READS.
           05  TAX-ELECTION-IN       PIC X.
               88  TAX-ELECT-SEC179-IN   VALUE 'S' 'C'.
               88  TAX-ELECT-BONUS-IN    VALUE 'B' 'C'.
               88  TAX-ELECT-VALID-IN    VALUE SPACE 'S' 'B' 'C'.
           05  SEC179-AMOUNT-IN      PIC S9(5)V99.
      *    TAX-BOOK CONVENTION FOR PERSONAL PROPERTY, SET FOR A WHOLE
      *    YEAR'S ADDITIONS BY THE MIDQTR YEAR-END TEST - 'Q' WHEN
      *    MORE THAN 40% OF THE YEAR'S BASIS WENT INTO SERVICE IN THE
      *    LAST QUARTER, BLANK FOR THE HALF-YEAR CONVENTION. REAL
      *    PROPERTY IS ALWAYS MID-MONTH AND IGNORES IT.
           05  TAX-CONVENTION-IN     PIC X.
               88  TAX-CONV-MID-QUARTER-IN VALUE 'Q'.
      *    TAX-BOOK SIDE OF A DISPOSAL, FIGURED BY TAXDISP WHEN THE
      *    NIGHTLY RUN POSTS A DISPOSAL OR ASSETEXC POSTS A TRADE-IN
      *    AND KEPT ON THE DISPOSED ('X') HISTORY RECORD FOR THE
      *    FORM 4797 SUPPORT REPORT - THE DATE OF SALE, THE COST LESS
      *    TAX-ACCUM-DEPR-IN, THE TAX GAIN OR LOSS ON THE PROCEEDS,
      *    AND THE GAIN SPLIT BETWEEN SECTION 1245 ORDINARY-INCOME
      *    RECAPTURE AND SECTION 1231 (A 1231 LOSS IS NEGATIVE).
      *    PROPERTY HELD ONE YEAR OR LESS IS ORDINARY GAIN OR LOSS
      *    AND SPLITS NEITHER WAY. ZERO ON EVERY LIVE ASSET.
           05  DISPOSAL-DATE-IN      PIC 9(8).
           05  TAX-ADJ-BASIS-IN      PIC S9(6)V99.
           05  TAX-GAIN-LOSS-IN      PIC S9(6)V99.
           05  SEC1245-RECAPTURE-IN  PIC S9(6)V99.
           05  SEC1231-GAIN-IN       PIC S9(6)V99.
      *    MANUFACTURER'S WARRANTY, CAPTURED ON THE ASSETMNT ADD -
      *    COVERAGE START AND EXPIRATION DATES AND THE TERMS AS
      *    WRITTEN ON THE CERTIFICATE (PARTS ONLY, PARTS AND LABOR).
      *    MAINTPST FLAGS A REPAIR DATED INSIDE THE COVERAGE SO THE
      *    VENDOR CAN BE BILLED FOR IT. ZERO DATES ARE NO WARRANTY,
      *    AS EVERY OLDER RECORD READS.
           05  WARRANTY-START-IN     PIC 9(8).
           05  WARRANTY-EXPIRE-IN    PIC 9(8).
           05  WARRANTY-TERMS-IN     PIC X(20).
      *    CHANGE IN ACCOUNTING ESTIMATE - 'E' ONCE ASSETMNT HAS
      *    RE-ESTIMATED THE USEFUL LIFE (OR, ON A UNITS ASSET, THE
      *    TOTAL UNITS), WITH THE YEARS OF LIFE THAT WERE LEFT AT
      *    THAT CHANGE. DEPRESUB THEN SPREADS WHAT IS LEFT OF THE
      *    DEPRECIABLE AMOUNT OVER WHAT IS LEFT OF THE LIFE, GOING
      *    FORWARD ONLY, INSTEAD OF RECOMPUTING FROM THE ORIGINAL
      *    BASIS AS IF THE NEW LIFE HAD APPLIED FROM DAY ONE. BLANK
      *    AND ZERO ARE NEVER RE-ESTIMATED, AS EVERY OLDER RECORD
      *    READS.
           05  EST-CHANGE-IND-IN     PIC X.
               88  ESTIMATE-CHANGED-IN   VALUE 'E'.
           05  EST-LIFE-LEFT-IN      PIC 99.
