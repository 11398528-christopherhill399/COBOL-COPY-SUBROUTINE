               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDMAST-FILE-STATUS-WS.

      *    THE DEDUCTION CODE TABLE - HOW EACH CODE IS TAXED AND
      *    WHICH W-2 BOX 12 CODE IT REPORTS UNDER. A CODE MISSING
      *    FROM THE TABLE, OR NO FILE AT ALL, IS TAKEN AFTER TAX,
      *    AS EVERY DEDUCTION WAS BEFORE THE TABLE EXISTED.
               SELECT DEDUCTION-CODE-FILE ASSIGN TO 'DEDCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDCODE-FILE-STATUS-WS.

      *    ONE-OFF PAYMENTS FOR A SUPPLEMENTAL RUN - SSN, AMOUNT,
      *    AND A PAYMENT TYPE CODE FOR THE REGISTER.
               SELECT SUPPLEMENTAL-PAY-FILE ASSIGN TO 'SUPPPAY.DAT'
      *    LIABILITY AND NET PAY, IN THE SAME FIXED LAYOUT AS THE
      *    DEPRECIATION RUN'S ASSETJV.DAT.
               SELECT LABOR-JOURNAL-FILE ASSIGN TO 'PAYRLGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYRLGL-FILE-STATUS-WS.

      *    JOB-COST EXTRACT ALONGSIDE THE LABOR JOURNAL - EACH PAID
      *    EMPLOYEE'S GROSS SPLIT ACROSS THE JOBS THE WEEK'S CARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTORULES-FILE-STATUS-WS.

      *    THE JOB MASTER - WHICH JOBS ARE PREVAILING-WAGE PUBLIC
      *    WORKS, AND THE WAGE DETERMINATION'S BASE AND FRINGE
      *    RATES FOR EACH WORK CLASSIFICATION ON THEM.
               SELECT JOB-MASTER-FILE ASSIGN TO 'JOBMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS-WS.

      *    MINIMUM WAGE AND EXEMPT SALARY LEVEL BY EFFECTIVE DATE,
      *    STATE AND LOCALITY, MAINTAINED THROUGH RATEMNT, AND THE
      *    SHORTFALL REPORT THE RUN CHECKS EVERY PAYCHECK AGAINST IT.
               SELECT MINIMUM-WAGE-FILE ASSIGN TO 'MINWAGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINWAGE-FILE-STATUS-WS.

               SELECT MINIMUM-WAGE-REPORT-FILE ASSIGN TO 'MINWAGE.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    WHAT EACH PREMIUM HOUR TYPE AND EACH SHIFT PAYS ON TOP
      *    OF (OR, FOR TIME NOT WORKED, IN PLACE OF) THE STRAIGHT
      *    RATE - A MULTIPLIER OF THE RATE OR CENTS PER HOUR.
               SELECT PREMIUM-RULES-FILE ASSIGN TO 'PREMRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREMRULE-FILE-STATUS-WS.

               SELECT PTO-BALANCE-FILE ASSIGN TO 'PTOBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS DEDYTD-FILE-STATUS-WS.

      *    DEDUCTION ARREARS, KEYED BY SSN PLUS DEDUCTION CODE -
      *    WHAT EACH DEDUCTION FELL SHORT BECAUSE NET PAY HIT ITS
      *    FLOOR, KEPT AS DATED OPEN ITEMS UNTIL LATER CHECKS
      *    RECOVER THEM. UNLIKE DEDYTD IT SPANS YEARS - YTDCLOSE
      *    NEVER TOUCHES IT.
               SELECT ARREARS-FILE ASSIGN TO 'DEDARRS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ARREARS-FILE-STATUS-WS.

      *    THE 401K PLAN'S MATCHING RULES - THE TIERS OF DEFERRAL
      *    THE COMPANY MATCHES AND AT WHAT RATE, THE ANNUAL CAPS,
      *    AND WHICH DEDUCTION CODES ARE EMPLOYEE DEFERRALS. NO
      *    FILE MEANS NO MATCH AND NO RECORDKEEPER FILE, AS BEFORE.
               SELECT MATCH-RULES-FILE ASSIGN TO 'MATCHRUL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHRUL-FILE-STATUS-WS.

      *    THE PLAN RECORDKEEPER'S CONTRIBUTION FILE - ONE LINE PER
      *    PARTICIPANT PAID THIS RUN WITH THE DEFERRAL, THE MATCH,
      *    AND THE ELIGIBLE PAY BEHIND THEM, AND A TRAILER OF
      *    CONTROL TOTALS. REPLACED EVERY REGULAR RUN.
               SELECT CONTRIBUTION-FILE ASSIGN TO 'CONTRIB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRIB-FILE-STATUS-WS.


       DATA DIVISION.

      *    RECORD READS. THE RUN CAN BE LIMITED TO ONE ENTITY BY
      *    COMPANY.PRM AND THE REGISTER BREAKS BY ENTITY.
           05  COMPANY-IN        PIC XX.
      *    THE REDESIGNED (2020 AND LATER) FORM W-4, MAINTAINED
      *    THROUGH PAYRMNT. 'N' IN W4-FORM-IN MEANS THE EMPLOYEE IS
      *    ON THE NEW FORM AND EXMPAMT WITHHOLDS BY THE PERCENTAGE
      *    METHOD FROM THE STEP 2-4 FIELDS BELOW; BLANK IS THE OLD
      *    ALLOWANCE FORM AND EXEMPTIONS-IN STILL DRIVES IT. THE
      *    STEP 3 AND STEP 4A/4B FIGURES ARE ANNUAL, AS THE EMPLOYEE
      *    WROTE THEM; THE STEP 4C EXTRA IS PER PAY PERIOD.
           05  W4-FORM-IN        PIC X.
               88  W4-FORM-2020-IN          VALUE 'N'.
           05  W4-MULTI-JOBS-IN  PIC X.
               88  W4-MULTI-JOBS-CHECKED-IN VALUE 'Y'.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
      *    STATE WHERE THE EMPLOYEE ACTUALLY WORKS, MAINTAINED
      *    THROUGH PAYRMNT. BLANK MEANS THE SAME AS STATE-IN, THE
      *    STATE OF RESIDENCE; WHEN THEY DIFFER STATETAX WITHHOLDS
      *    FOR BOTH UNLESS RECIPRO.DAT HAS AN AGREEMENT FOR THE PAIR.
           05  WORK-STATE-IN       PIC XX.

       FD  USER-OUTPUT-FILE RECORDING MODE IS F.
       01  PRINT-LINE      PIC X(132).
       01  PRINT-REJECT-LINE               PIC X(80).

      *    THE HOURS TYPE SAYS WHAT KIND OF TIME THE CARD REPORTS -
      *    'R' (OR BLANK) WORKED HOURS, 'V' VACATION, 'S' SICK,
      *    'H' HOLIDAY WORKED, 'N' HOLIDAY NOT WORKED, 'C' ON-CALL.
      *    VACATION AND SICK HOURS ARE PAID OUT OF THE EMPLOYEE'S
      *    PTO BALANCES, NEVER PAST THEM. THE JOB/WORK-ORDER NUMBER
      *    SAYS WHOSE WORK THE HOURS WERE - APPENDED AT THE END SO
      *    CARDS FROM BEFORE THE FIELD EXISTED READ BACK BLANK AND
      *    CHARGE THE HOME DEPARTMENT AS ALWAYS. THE DAY WORKED AND
      *    THE WORK CLASSIFICATION FOLLOW IT THE SAME WAY, FOR THE
      *    PREVAILING-WAGE JOBS' CERTIFIED PAYROLL, AND THEN THE
      *    SHIFT THE HOURS WERE WORKED ON (BLANK IS FIRST SHIFT).
      *    HOLIDAY HOURS WORKED ARE WORKED HOURS THAT ALSO EARN THE
      *    HOLIDAY PREMIUM; HOLIDAY HOURS NOT WORKED AND ON-CALL
      *    HOURS ARE PAID BY THEIR PREMIUM RULE BUT ARE NOT HOURS
      *    WORKED, SO THEY NEVER PUSH ANYONE INTO OVERTIME.
       FD  TIMECARD-FILE RECORDING MODE IS F.
       01  TIMECARD-RECORD.
           05  TC-SSN          PIC 9(9).
               88  TC-TYPE-REGULAR  VALUE 'R' SPACE.
               88  TC-TYPE-VACATION VALUE 'V'.
               88  TC-TYPE-SICK     VALUE 'S'.
               88  TC-TYPE-HOLIDAY-WORKED VALUE 'H'.
               88  TC-TYPE-HOLIDAY-OFF    VALUE 'N'.
               88  TC-TYPE-ON-CALL        VALUE 'C'.
           05  TC-JOB-NO       PIC X(6).
           05  TC-WORK-DATE    PIC 9(8).
           05  TC-WORK-CLASS   PIC X(4).
           05  TC-SHIFT-CODE   PIC X.
           05  TC-SHIFT-NUM REDEFINES TC-SHIFT-CODE PIC 9.

       FD  PAY-STUB-FILE RECORDING MODE IS F.
       01  PRINT-STUB-LINE     PIC X(80).
       01  CHECK-REGISTER-LINE PIC X(80).

       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-LINE        PIC X(132).

      *    'F' TAKES THE AMOUNT AS FLAT DOLLARS, 'P' AS A PERCENT OF
      *    GROSS (99.99 = 99.99 PERCENT). THE FLOOR IS THE NET PAY
           05  DM-ANNUAL-LIMIT PIC 9(6)V99.
           05  DM-ANNUAL-LIMIT-X REDEFINES DM-ANNUAL-LIMIT
                               PIC X(8).
      *    MOST OF AN ARREARS BALANCE ONE CHECK MAY RECOVER ON TOP
      *    OF THE PERIOD'S OWN AMOUNT. BLANK (OR ZERO) MEANS UP TO
      *    ONE MORE PERIOD'S AMOUNT - A DOUBLE DEDUCTION AT MOST.
           05  DM-RECOVERY-CAP PIC 9(5)V99.
           05  DM-RECOVERY-CAP-X REDEFINES DM-RECOVERY-CAP
                               PIC X(7).

      *    'I' SHELTERS THE INCOME TAXES ONLY - FEDERAL, STATE, AND
      *    LOCAL (A TRADITIONAL 401K DEFERRAL). 'S' SHELTERS THE
      *    INCOME TAXES AND FICA/MEDICARE BOTH (A SECTION 125
      *    CAFETERIA-PLAN PREMIUM). BLANK IS TAKEN AFTER TAX. THE
      *    BOX 12 CODE ('D ' FOR A 401K) IS BLANK WHEN THE W-2
      *    REPORTS NOTHING FOR THE CODE. THE ARREARS SWITCH SAYS
      *    WHETHER A SHORT PERIOD IS OWED BACK: 'Y' YES, 'N' NO,
      *    BLANK YES UNLESS THE CODE REPORTS IN BOX 12 - A MISSED
      *    ELECTIVE DEFERRAL IS GONE, NOT OWED.
       FD  DEDUCTION-CODE-FILE RECORDING MODE IS F.
       01  DEDUCTION-CODE-RECORD.
           05  DC-CODE          PIC X(3).
           05  DC-TAX-TREATMENT PIC X.
           05  DC-BOX12-CODE    PIC XX.
           05  DC-ARREARS-SW    PIC X.

       FD  SUPPLEMENTAL-PAY-FILE RECORDING MODE IS F.
       01  SUPPLEMENTAL-PAY-RECORD.
       FD  OPERATOR-ALERT-FILE RECORDING MODE IS F.
       01  OPERATOR-ALERT-LINE      PIC X(80).

      *    SAME ROW RATEMNT MAINTAINS. STATE 'US' IS THE FEDERAL
      *    FLOOR; A BLANK LOCALITY IS STATEWIDE. THE EXEMPT LEVEL IS
      *    THE WEEKLY SALARY AN EXEMPT EMPLOYEE MUST AT LEAST EARN -
      *    ZERO WHERE THE JURISDICTION SETS NONE OF ITS OWN.
       FD  MINIMUM-WAGE-FILE RECORDING MODE IS F.
       01  MINIMUM-WAGE-RECORD.
           05  MW-EFF-DATE     PIC 9(8).
           05  MW-STATE        PIC XX.
           05  MW-LOCALITY     PIC X(4).
           05  MW-HOURLY       PIC 99V99.
           05  MW-EXEMPT-WEEKLY PIC 9(4)V99.

       FD  MINIMUM-WAGE-REPORT-FILE RECORDING MODE IS F.
       01  MINIMUM-WAGE-REPORT-LINE PIC X(132).

      *    ONE ROW PER PREMIUM: HOURS TYPE 'H' (HOLIDAY WORKED),
      *    'N' (HOLIDAY NOT WORKED) OR 'C' (ON-CALL) WITH A BLANK
      *    SHIFT, OR HOURS TYPE 'R' WITH THE SHIFT CODE IT PAYS
      *    THE DIFFERENTIAL FOR. METHOD 'M' MULTIPLIES THE RATE,
      *    'C' PAYS FLAT CENTS PER HOUR.
       FD  PREMIUM-RULES-FILE RECORDING MODE IS F.
       01  PREMIUM-RULES-RECORD.
           05  PM-HOURS-TYPE   PIC X.
           05  PM-SHIFT-CODE   PIC X.
           05  PM-METHOD       PIC X.
               88  PM-METHOD-MULTIPLIER  VALUE 'M'.
               88  PM-METHOD-CENTS       VALUE 'C'.
           05  PM-MULTIPLIER   PIC 9V999.
           05  PM-CENTS        PIC 9(4).

       FD  PTO-RULES-FILE RECORDING MODE IS F.
       01  PTO-RULES-RECORD.
           05  PR-TENURE-LOW   PIC 99.
           05  PR-VAC-HOURS    PIC 99V99.
           05  PR-SICK-HOURS   PIC 99V99.

      *    A 'J' ROW NAMES A JOB AND SAYS WHETHER IT IS PREVAILING-
      *    WAGE; THE 'C' ROWS FOLLOWING IT ARE THAT JOB'S WORK
      *    CLASSIFICATIONS, THE FIRST ONE STANDING IN FOR A CARD
      *    THAT NAMES NONE.
       FD  JOB-MASTER-FILE RECORDING MODE IS F.
       01  JOB-MASTER-RECORD.
           05  JM-REC-TYPE          PIC X.
               88  JM-JOB-ROW               VALUE 'J'.
               88  JM-CLASS-ROW             VALUE 'C'.
           05  JM-JOB-NO            PIC X(6).
           05  JM-DETAIL            PIC X(173).
           05  JM-JOB-DETAIL REDEFINES JM-DETAIL.
               10  JM-PREVAILING-WAGE   PIC X.
                   88  JM-PREVAILING-JOB        VALUE 'Y'.
               10  FILLER               PIC X(172).
           05  JM-CLASS-DETAIL REDEFINES JM-DETAIL.
               10  JM-CLASS-CODE        PIC X(4).
               10  JM-CLASS-NAME        PIC X(20).
               10  JM-BASE-RATE         PIC 9(3)V99.
               10  JM-FRINGE-RATE       PIC 9(3)V99.
               10  FILLER               PIC X(139).

       FD  PTO-BALANCE-FILE RECORDING MODE IS F.
       01  PTO-BALANCE-RECORD.
           05  PTO-SSN         PIC 9(9).
      *    RESTART REBUILDS THE COMPANY BREAKS ALONG WITH THE
      *    DEPARTMENT ONES.
           05  DPP-COMPANY     PIC XX.
      *    THE EMPLOYER 401K MATCH CHARGED TO THE DEPARTMENT. LINES
      *    LOGGED BEFORE THE MATCH EXISTED READ BACK BLANK HERE.
           05  DPP-MATCH       PIC 9(5)V99.
           05  DPP-MATCH-X REDEFINES DPP-MATCH
                               PIC X(7).

       FD  DEDUCTION-DETAIL-FILE RECORDING MODE IS F.
       01  DEDUCTION-DETAIL-RECORD.
           05  DY-KEY          PIC X(12).
           05  DY-TAKEN        PIC 9(7)V99.

      *    THE BALANCE IS THE SUM OF THE OPEN ITEMS - ONE PER SHORT
      *    PAY DATE, OLDEST FIRST, RECOVERED OLDEST FIRST. A
      *    THIRTEENTH OPEN SHORTFALL FOLDS INTO THE NEWEST ITEM.
       FD  ARREARS-FILE RECORDING MODE IS F.
       01  ARREARS-RECORD.
           05  AR-KEY.
               10  AR-SSN          PIC 9(9).
               10  AR-CODE         PIC X(3).
           05  AR-BALANCE          PIC 9(6)V99.
           05  AR-TOTAL-SHORT      PIC 9(7)V99.
           05  AR-TOTAL-RECOVERED  PIC 9(7)V99.
           05  AR-LAST-SHORT-DATE  PIC 9(8).
           05  AR-LAST-RECOVERY-DATE PIC 9(8).
           05  AR-ITEM-COUNT       PIC 99.
           05  AR-OPEN-ITEM OCCURS 12 TIMES.
               10  AR-ITEM-DATE    PIC 9(8).
               10  AR-ITEM-AMOUNT  PIC 9(5)V99.

      *    'T' IS ONE MATCHING TIER - DEFERRALS FROM THE LOW TO THE
      *    HIGH PERCENT OF ELIGIBLE PAY ARE MATCHED AT THE RATE
      *    (100.00 IS DOLLAR FOR DOLLAR). 'L' CARRIES THE ANNUAL
      *    MATCH CAP AND THE ANNUAL ELIGIBLE-PAY CEILING, ZERO FOR
      *    NONE. 'D' NAMES A DEDUCTION CODE THAT IS A DEFERRAL;
      *    WITH NO 'D' CARDS, THE CODES REPORTED IN BOX 12 UNDER
      *    D OR AA ARE THE DEFERRALS.
       FD  MATCH-RULES-FILE RECORDING MODE IS F.
       01  MATCH-RULE-RECORD.
           05  MR-CARD-TYPE        PIC X.
               88  MR-TIER-CARD             VALUE 'T'.
               88  MR-LIMIT-CARD            VALUE 'L'.
               88  MR-DEFERRAL-CARD         VALUE 'D'.
           05  FILLER              PIC X.
           05  MR-CARD-BODY        PIC X(28).
           05  MR-TIER-BODY REDEFINES MR-CARD-BODY.
               10  MR-TIER-LOW-PCT     PIC 99V99.
               10  FILLER              PIC X.
               10  MR-TIER-HIGH-PCT    PIC 99V99.
               10  FILLER              PIC X.
               10  MR-TIER-RATE        PIC 999V99.
               10  FILLER              PIC X(13).
           05  MR-LIMIT-BODY REDEFINES MR-CARD-BODY.
               10  MR-ANNUAL-MATCH-CAP PIC 9(6)V99.
               10  FILLER              PIC X.
               10  MR-ANNUAL-COMP-CAP  PIC 9(7)V99.
               10  FILLER              PIC X(10).
           05  MR-DEFERRAL-BODY REDEFINES MR-CARD-BODY.
               10  MR-DEFERRAL-CODE    PIC X(3).
               10  FILLER              PIC X(25).

       FD  CONTRIBUTION-FILE RECORDING MODE IS F.
       01  CONTRIBUTION-LINE   PIC X(100).

      *    ONE ROW PER EMPLOYEE, CARRYING YEAR-TO-DATE AND QUARTERLY
      *    TOTALS FORWARD ACROSS RUNS. THE QUARTERLY BUCKETS ARE
      *    WHAT THE 941 DEPOSIT REPORT AND THE YEAR-END W-2 EXTRACT
      *    OFFSETS.
           05  YTD-LOCAL           PIC 9(7)V99.
           05  YTD-QTR-LOCAL       PIC 9(7)V99 OCCURS 4 TIMES.
      *    THE TAXABLE-WAGE BUCKETS. PRE-TAX DEDUCTIONS COME OUT
      *    AHEAD OF THE TAXES THEY SHELTER, SO GROSS IS NO LONGER
      *    WHAT EACH TAX WAS FIGURED ON: INCOME WAGES (W-2 BOX 1,
      *    STATE AND LOCAL) ARE GROSS LESS 401K AND SECTION 125
      *    DEDUCTIONS, AND FICA WAGES (BOXES 3 AND 5) ARE GROSS LESS
      *    SECTION 125 ONLY. THE BOX 12 SLOTS CARRY THE YEAR'S
      *    REPORTABLE DEFERRALS BY W-2 CODE, FIRST COME FIRST SLOT.
           05  YTD-INCOME-WAGES    PIC 9(9)V99.
           05  YTD-FICA-WAGES      PIC 9(9)V99.
           05  YTD-QTR-TAXABLE OCCURS 4 TIMES.
               10  YTD-QTR-INCOME-WAGES PIC 9(7)V99.
               10  YTD-QTR-FICA-WAGES   PIC 9(7)V99.
           05  YTD-BOX12-ENTRY OCCURS 4 TIMES.
               10  YTD-BOX12-CODE       PIC XX.
               10  YTD-BOX12-AMOUNT     PIC 9(7)V99.
      *    STATE WAGES AND TAX FOR UP TO TWO STATES, AS THE W-2
      *    REPORTS THEM - THE WORK STATE AND THE STATE OF RESIDENCE
      *    WHEN BOTH WITHHOLD. YTD-STATE ABOVE STAYS THE ALL-STATE
      *    TOTAL THE QUARTERLY FIGURES TIE TO.
           05  YTD-STATE-ENTRY OCCURS 2 TIMES.
               10  YTD-ST-CODE          PIC XX.
               10  YTD-ST-WAGES         PIC 9(9)V99.
               10  YTD-ST-TAX           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  PAYROLL-FILE-STATUS-WS   PIC XX.
           05  EMPLOYER-MEDICARE-OUT PIC $$$,$$9.99BCR.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WAGE-BASE-NOTE-OUT   PIC X(24) VALUE SPACES.
           05                       PIC X(12) VALUE '401K MATCH: '.
           05  EMPLOYER-401K-OUT    PIC $$$,$$9.99.

      *    BATCH BALANCING SUMMARY - PRINTED ONCE AT 900-CLOSE.
       01  BATCH-SUMMARY-LINE-1.
           05  TOTAL-LOCAL-WS            PIC 9(8)V99 VALUE ZERO.
           05  TOTAL-OTHER-DED-WS        PIC 9(8)V99 VALUE ZERO.
           05  TOTAL-NET-WS              PIC S9(8)V99 VALUE ZERO.
      *    THE EMPLOYER 401K MATCH IS COMPANY MONEY ON TOP OF GROSS -
      *    ITS OWN EXPENSE DEBIT AND PAYABLE CREDIT ON THE JOURNAL.
           05  TOTAL-MATCH-WS            PIC 9(8)V99 VALUE ZERO.

      *    GROSS WAGES BY DEPARTMENT, FOR THE REGISTER SUBTOTALS
      *    AND THE JOURNAL'S SALARY-EXPENSE DEBITS. THE MASTER ISN'T
               10  DEPT-CODE-TBL    PIC X(4).
               10  DEPT-GROSS-TBL   PIC 9(8)V99.
               10  DEPT-COUNT-TBL   PIC 9(5).
               10  DEPT-MATCH-TBL   PIC 9(8)V99.

      *    THE SAME GROSS AND MATCH AGAIN BY COMPANY AND DEPARTMENT,
      *    FOR THE JOURNAL ALONE - GLACCTS.DAT DETERMINES THE SALARY
      *    EXPENSE ACCOUNT ON THAT PAIR, WHILE THE REGISTER KEEPS
      *    ITS PLAIN DEPARTMENT SUBTOTALS.
       01  LABOR-DIST-CONTROL-WS.
           05  LD-COUNT-WS          PIC 9(3) VALUE ZERO.
           05  LD-IDX-WS            PIC 9(3) VALUE ZERO.
           05  LD-SLOT-WS           PIC 9(3) VALUE ZERO.
           05  LD-FOUND-SW          PIC X(3) VALUE 'NO'.
           05  LD-COMPANY-WS        PIC XX   VALUE SPACES.
           05  LD-DEPT-WS           PIC X(4) VALUE SPACES.
           05  LD-GROSS-WS          PIC 9(5)V99 VALUE ZERO.
           05  LD-MATCH-WS          PIC 9(5)V99 VALUE ZERO.

       01  LABOR-DIST-TABLE-WS.
           05  LABOR-DIST-ENTRY-WS OCCURS 400 TIMES.
               10  LD-COMPANY-TBL   PIC XX.
               10  LD-DEPT-TBL      PIC X(4).
               10  LD-GROSS-TBL     PIC 9(8)V99.
               10  LD-MATCH-TBL     PIC 9(8)V99.

       01  DEPT-SUBTOTAL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  LJ-DESCRIPTION-OUT      PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

      *    THE STANDARD ACCOUNTS. GLACCTS.DAT CAN SEND A COMPANY AND
      *    DEPARTMENT'S SALARY EXPENSE, AND THE NET PAY CLEARING
      *    CREDIT, ELSEWHERE.
       01  GL-ACCOUNT-NUMBERS-WS.
           05  SALARY-EXPENSE-ACCT-WS  PIC X(8) VALUE '52000000'.
           05  FEDERAL-PAYABLE-ACCT-WS PIC X(8) VALUE '24100000'.
           05  LOCAL-PAYABLE-ACCT-WS   PIC X(8) VALUE '24500000'.
           05  OTHER-PAYABLE-ACCT-WS   PIC X(8) VALUE '24400000'.
           05  PAYROLL-CASH-ACCT-WS    PIC X(8) VALUE '10200000'.
           05  MATCH-EXPENSE-ACCT-WS   PIC X(8) VALUE '52100000'.
           05  MATCH-PAYABLE-ACCT-WS   PIC X(8) VALUE '24600000'.

      *    WORKING-STORAGE MIRRORS OF GLACCTS'S TWO LINKAGE GROUPS.
       01  GLACCT-REQUEST-WS.
           05  GA-FUNCTION-WS          PIC X(5).
           05  GA-TYPE-WS              PIC X.
           05  GA-COMPANY-WS           PIC XX.
           05  GA-KEY-WS               PIC X(15).

       01  GLACCT-RESULT-WS.
           05  GA-EXPENSE-ACCT-WS      PIC X(8).
           05  GA-ACCUM-ACCT-WS        PIC X(8).
           05  GA-COST-ACCT-WS         PIC X(8).
           05  GA-PAYABLE-ACCT-WS      PIC X(8).
           05  GA-ROW-FOUND-WS         PIC X.
           05  GA-REFUSED-COUNT-WS     PIC 9.
           05  GA-ACCOUNT-VALID-WS     PIC X.

       01  REJECT-RECORD-LINE.
           05  REJECT-SSN-OUT            PIC 9(9).
           05  PAYCHECK-WS         PIC 9(5)V99.
           05  REGULAR-HOURS-WS    PIC 99.
           05  OVERTIME-HOURS-WS   PIC 99.
           05  OVERTIME-RATE-WS    PIC 9(3)V99.
           05  OT-PREMIUM-WS       PIC 9(5)V99.
           05  TAXABLE-WAGES-WS    PIC 9(5)V99.
           05  FEDERAL-WH-WS       PIC 9(5)V99.
      *    OPPOSITE EXCEPTION AND IS NOT PAID FROM STALE HOURS.
       01  TIMECARD-FILE-STATUS-WS  PIC XX   VALUE SPACES.
       01  PAYHIST-FILE-STATUS-WS   PIC XX   VALUE SPACES.
       01  PAYRLGL-FILE-STATUS-WS   PIC XX   VALUE SPACES.
       01  DEDMAST-FILE-STATUS-WS   PIC XX   VALUE SPACES.
       01  DEDCODE-FILE-STATUS-WS   PIC XX   VALUE SPACES.

      *    THE DEDUCTION MASTER LOADED ONCE AT OPEN. DEDUCTIONS ARE
      *    TAKEN A PRIORITY LEVEL AT A TIME (1 FIRST), SO A
           05  DEDYTD-FOUND-SW     PIC X(3)     VALUE 'NO'.
           05  LIMIT-REMAINING-WS  PIC S9(7)V99 VALUE ZERO.
           05  DEDDETL-FILE-STATUS-WS PIC XX    VALUE SPACES.
      *    WHICH PASS OVER THE TABLE IS RUNNING - THE PRE-TAX PASS
      *    AHEAD OF THE TAXES OR THE AFTER-TAX PASS BEHIND THEM.
      *    EACH ROW CARRIES THE PASS IT BELONGS TO FROM THE LOAD.
           05  DED-PASS-SW         PIC X(3)     VALUE 'AFT'.
               88  DED-PRE-TAX-PASS         VALUE 'PRE'.
               88  DED-AFTER-TAX-PASS       VALUE 'AFT'.

      *    WHAT THE PRE-TAX PASS SHELTERED THIS CHECK, AND THE
      *    WAGES EACH TAX IS FIGURED ON AS A RESULT: INCOME WAGES
      *    FOR FEDERAL, STATE, AND LOCAL; FICA WAGES FOR SOCIAL
      *    SECURITY, MEDICARE, AND THE UNEMPLOYMENT TAXES.
       01  PRE-TAX-CONTROL-WS.
           05  PRETAX-INCOME-DED-WS PIC 9(5)V99 VALUE ZERO.
           05  PRETAX-FICA-DED-WS   PIC 9(5)V99 VALUE ZERO.
           05  INCOME-WAGES-WS      PIC 9(5)V99 VALUE ZERO.
           05  FICA-WAGES-WS        PIC 9(5)V99 VALUE ZERO.

      *    THE DEDUCTION CODE TABLE, LOADED AHEAD OF THE DEDUCTION
      *    MASTER SO EVERY EMPLOYEE ROW PICKS UP ITS CODE'S TAX
      *    TREATMENT AND BOX 12 CODE AS IT IS STORED.
       01  DEDUCTION-CODE-CONTROL-WS.
           05  EOF-DEDCODE-WS      PIC X(3) VALUE 'NO'.
           05  DEDCODE-COUNT-WS    PIC 9(3) VALUE ZERO.
           05  DC-IDX-WS           PIC 9(3) VALUE ZERO.
           05  DEDCODE-FOUND-SW    PIC X(3) VALUE 'NO'.

       01  DEDUCTION-CODE-TABLE-WS.
           05  DEDCODE-ENTRY-WS OCCURS 200 TIMES.
               10  DCT-CODE-TBL      PIC X(3).
               10  DCT-TREATMENT-TBL PIC X.
               10  DCT-BOX12-TBL     PIC XX.
               10  DCT-ARREARS-TBL   PIC X.

      *    THIS CHECK'S BOX 12 AMOUNTS BY W-2 CODE, POSTED INTO THE
      *    YTD RECORD'S SLOTS WITH THE REST OF THE PAY EVENT. FOUR
      *    CODES IS ALL ONE W-2 HOLDS.
       01  BOX12-PERIOD-WS.
           05  BOX12-COUNT-WS      PIC 9    VALUE ZERO.
           05  B12-IDX-WS          PIC 9    VALUE ZERO.
           05  B12-SLOT-WS         PIC 9    VALUE ZERO.
           05  B12-YTD-IDX-WS      PIC 9    VALUE ZERO.
           05  BOX12-PERIOD-ENTRY-WS OCCURS 4 TIMES.
               10  B12-CODE-TBL     PIC XX.
               10  B12-AMOUNT-TBL   PIC 9(5)V99.

      *    SUBSCRIPTS FOR POSTING STATETAX'S PER-STATE SPLIT INTO
      *    THE YTD RECORD'S TWO STATE SLOTS.
       01  STATE-POSTING-WS.
           05  ST-IDX-WS           PIC 9    VALUE ZERO.
           05  ST-SLOT-WS          PIC 9    VALUE ZERO.
           05  ST-YTD-IDX-WS       PIC 9    VALUE ZERO.

      *    THE SSN-PLUS-CODE KEY OF ONE DEDYTD ROW, BUILT IN PIECES.
       01  DEDYTD-KEY-WS.
               10  DMT-PRIORITY-TBL PIC 9.
               10  DMT-FLOOR-TBL    PIC 9(5)V99.
               10  DMT-LIMIT-TBL    PIC 9(6)V99.
               10  DMT-PASS-TBL     PIC X(3).
               10  DMT-TREATMENT-TBL PIC X.
               10  DMT-BOX12-TBL    PIC XX.
               10  DMT-DEFERRAL-TBL PIC X.
               10  DMT-RECOVERY-CAP-TBL PIC 9(5)V99.
               10  DMT-ARREARS-TBL  PIC X.

      *    THE ARREARS SIDE OF ONE DEDUCTION: WHAT THE PERIOD
      *    MEANT TO TAKE AFTER ANY ANNUAL CEILING, WHAT THE FLOOR
      *    LEFT IT SHORT, AND WHAT IT RECOVERED OF THE BALANCE.
       01  ARREARS-CONTROL-WS.
           05  ARREARS-FILE-STATUS-WS PIC XX       VALUE SPACES.
           05  ARREARS-FOUND-SW       PIC X(3)     VALUE 'NO'.
           05  DED-INTENDED-WS        PIC 9(5)V99  VALUE ZERO.
           05  DED-SHORTFALL-WS       PIC 9(5)V99  VALUE ZERO.
           05  ARREARS-RECOVERY-WS    PIC 9(5)V99  VALUE ZERO.
           05  ARREARS-ROOM-WS        PIC S9(7)V99 VALUE ZERO.
           05  ARREARS-LEFT-WS        PIC 9(6)V99  VALUE ZERO.
           05  AR-IDX-WS              PIC 99       VALUE ZERO.
           05  ARREARS-SHORT-COUNT-WS PIC 9(6)     VALUE ZERO.
           05  ARREARS-SHORT-TOTAL-WS PIC 9(7)V99  VALUE ZERO.
           05  ARREARS-RECOV-TOTAL-WS PIC 9(7)V99  VALUE ZERO.

       01  ARREARS-SUMMARY-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(20) VALUE
                 'DEDUCTIONS SHORTED: '.
           05  AS-SHORT-COUNT-OUT   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(18) VALUE
                 'ARREARS INCURRED: '.
           05  AS-SHORT-TOTAL-OUT   PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(19) VALUE
                 'ARREARS RECOVERED: '.
           05  AS-RECOV-TOTAL-OUT   PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(33) VALUE SPACES.

      *    THE 401K MATCHING RULES LOADED AT OPEN, AND THE MATCH
      *    FIGURED FOR THE EMPLOYEE IN HAND. THE MATCH, THE
      *    ELIGIBLE PAY, AND THE DEFERRALS EACH KEEP A YEAR-TO-DATE
      *    ROW ON DEDYTD.DAT UNDER A RESERVED CODE NO DEDUCTION
      *    USES, SO YTDCLOSE ARCHIVES AND RESETS THEM WITH THE REST
      *    AND THE YEAR-END TRUE-UP HAS THE WHOLE YEAR TO WORK FROM.
       01  MATCH-CONTROL-WS.
           05  MATCHRUL-FILE-STATUS-WS PIC XX       VALUE SPACES.
           05  CONTRIB-FILE-STATUS-WS  PIC XX       VALUE SPACES.
           05  EOF-MATCHRUL-WS         PIC X(3)     VALUE 'NO'.
           05  EOF-CONTRIB-WS          PIC X(3)     VALUE 'NO'.
           05  MATCH-PLAN-SW           PIC X(3)     VALUE 'NO'.
           05  CONTRIB-OPEN-SW         PIC X(3)     VALUE 'NO'.
           05  MATCH-PARTICIPANT-SW    PIC X(3)     VALUE 'NO'.
           05  MATCH-TIER-COUNT-WS     PIC 9        VALUE ZERO.
           05  MT-IDX-WS               PIC 9        VALUE ZERO.
           05  MATCH-CODE-COUNT-WS     PIC 99       VALUE ZERO.
           05  MC-IDX-WS               PIC 99       VALUE ZERO.
           05  MATCH-ANNUAL-CAP-WS     PIC 9(6)V99  VALUE ZERO.
           05  MATCH-COMP-CAP-WS       PIC 9(7)V99  VALUE ZERO.
           05  DEFERRAL-PERIOD-WS      PIC 9(5)V99  VALUE ZERO.
           05  MATCH-ELIGIBLE-WS       PIC 9(5)V99  VALUE ZERO.
           05  MATCH-PERIOD-WS         PIC 9(5)V99  VALUE ZERO.
           05  MATCH-YTD-WS            PIC 9(7)V99  VALUE ZERO.
           05  MATCH-ROOM-WS           PIC S9(7)V99 VALUE ZERO.
           05  MATCH-TIER-LOW-WS       PIC 9(5)V99  VALUE ZERO.
           05  MATCH-TIER-HIGH-WS      PIC 9(5)V99  VALUE ZERO.
           05  MATCH-POST-AMOUNT-WS    PIC 9(5)V99  VALUE ZERO.
           05  MATCH-AMOUNT-CODE-WS    PIC X(3)     VALUE '*MA'.
           05  MATCH-COMP-CODE-WS      PIC X(3)     VALUE '*EC'.
           05  MATCH-DEFERRAL-CODE-WS  PIC X(3)     VALUE '*DF'.

       01  MATCH-TIER-TABLE-WS.
           05  MATCH-TIER-ENTRY-WS OCCURS 5 TIMES.
               10  MTT-LOW-PCT-TBL     PIC 99V99.
               10  MTT-HIGH-PCT-TBL    PIC 99V99.
               10  MTT-RATE-TBL        PIC 999V99.

       01  MATCH-CODE-TABLE-WS.
           05  MATCH-CODE-TBL          PIC X(3) OCCURS 20 TIMES.

      *    ONE PARTICIPANT'S LINE ON THE RECORDKEEPER FILE, AND THE
      *    TRAILER THAT CLOSES IT. THE TRAILER IS SUMMED FROM THE
      *    FILE ITSELF AT CLOSE, SO A RESTARTED RUN'S TOTALS COVER
      *    THE LINES WRITTEN BEFORE THE ABEND TOO.
       01  CONTRIBUTION-DETAIL-WS.
           05  CD-RECORD-TYPE          PIC X        VALUE 'D'.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-SSN                  PIC 9(9).
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-NAME                 PIC X(20).
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-PAY-DATE             PIC 9(8).
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-ELIGIBLE-PAY         PIC 9(6)V99.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-DEFERRAL             PIC 9(5)V99.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-MATCH                PIC 9(5)V99.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-TOTAL-CONTRIB        PIC 9(6)V99.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CD-MATCH-YTD            PIC 9(7)V99.
           05  FILLER                  PIC X(15)    VALUE SPACES.

       01  CONTRIBUTION-TRAILER-WS.
           05  CT-RECORD-TYPE          PIC X        VALUE 'T'.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CT-PARTICIPANTS         PIC 9(6)     VALUE ZERO.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CT-ELIGIBLE-PAY         PIC 9(9)V99  VALUE ZERO.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CT-DEFERRAL             PIC 9(8)V99  VALUE ZERO.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CT-MATCH                PIC 9(8)V99  VALUE ZERO.
           05  FILLER                  PIC X        VALUE SPACE.
           05  CT-TOTAL-CONTRIB        PIC 9(9)V99  VALUE ZERO.
           05  FILLER                  PIC X(46)    VALUE SPACES.

      *    THE DEDUCTIONS ACTUALLY TAKEN FROM THE EMPLOYEE IN HAND,
      *    KEPT FOR THE PAY ADVICE DETAIL.
           05  CKPT-CHECK-NO-OUT       PIC 9(8).
           05  FILLER                  PIC X    VALUE SPACE.
           05  CKPT-CHECKS-OUT         PIC 9(6).
           05  FILLER                  PIC X    VALUE SPACE.
           05  CKPT-MATCH-OUT          PIC 9(8)V99.
           05  FILLER                  PIC X(9) VALUE SPACES.

      *    HOLDS THE LAST CHECKPOINT LINE READ BACK ON A RESTART.
       01  CHECKPOINT-IN-WS.
           05  CKPT-CHECK-NO-IN        PIC 9(8).
           05  FILLER                  PIC X.
           05  CKPT-CHECKS-IN          PIC 9(6).
           05  FILLER                  PIC X.
      *    BLANK ON A CHECKPOINT TAKEN BEFORE THE MATCH EXISTED.
           05  CKPT-MATCH-IN           PIC 9(8)V99.
           05  CKPT-MATCH-IN-X REDEFINES CKPT-MATCH-IN
                                       PIC X(10).
           05  FILLER                  PIC X(9).

      *    THE PENDING RATE CHANGES LOADED AT OPEN. A CHANGE WHOSE
      *    EFFECTIVE DATE HAS ARRIVED IS APPLIED AS ITS EMPLOYEE IS
           05  PHR-PAY-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  PHR-GROSS           PIC 9(6)V99.
           05  FILLER              PIC X(85).
           05  PHR-REVERSAL        PIC X.
               88  PHR-REVERSED-EVENT      VALUE 'R'.
           05  FILLER              PIC X(19).

      *    IDENTIFIED RETRO LINE ON THE REGISTER, PRINTED UNDER THE
      *    PAYCHECK LINE OF THE EMPLOYEE IT BELONGS TO.
           05  RP-AMOUNT-OUT        PIC $$,$$9.99.
           05  FILLER               PIC X(80) VALUE SPACES.

       01  PREVAILING-PAY-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(34) VALUE
                 'PREVAILING WAGE MAKE-UP'.
           05                       PIC X(8)  VALUE 'AMOUNT: '.
           05  PP-AMOUNT-OUT        PIC $$,$$9.99.
           05  FILLER               PIC X(80) VALUE SPACES.

      *    THE MINIMUM WAGE SHORTFALL REPORT.
       01  MINWAGE-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(10) VALUE 'RUN DATE: '.
           05  MH-DATE-OUT          PIC X(20).
           05                       PIC X(45) VALUE
                 'MINIMUM WAGE AND EXEMPT SALARY SHORTFALLS'.
           05  FILLER               PIC X(56) VALUE SPACES.

       01  MINWAGE-COLUMN-LINE.
           05  FILLER               PIC X(33) VALUE
                 ' SSN        NAME'.
           05  FILLER               PIC X(33) VALUE
                 'ST LOC  T HRS   PAID/HR     FLOOR'.
           05  FILLER               PIC X(66) VALUE
                 ' SHORTFALL  REASON'.

       01  MINWAGE-DETAIL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-SSN-OUT           PIC 9(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  MD-NAME-OUT          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-STATE-OUT         PIC XX.
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-LOCALITY-OUT      PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-PAY-TYPE-OUT      PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-HOURS-OUT         PIC ZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-PAID-OUT          PIC $$,$$9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-FLOOR-OUT         PIC $$,$$9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  MD-SHORTFALL-OUT     PIC $$,$$9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  MD-REASON-OUT        PIC X(30).
           05  FILLER               PIC X(24) VALUE SPACES.

       01  MINWAGE-TOTAL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(17) VALUE
                 'EMPLOYEES SHORT: '.
           05  MT-COUNT-OUT         PIC ZZ,ZZ9.
           05                       PIC X(20) VALUE
                 '   TOTAL SHORTFALL: '.
           05  MT-SHORTFALL-OUT     PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(75) VALUE SPACES.

       01  MINWAGE-NO-TABLE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(50) VALUE
                 'NO MINIMUM WAGE TABLE ON FILE - NOTHING CHECKED'.
           05  FILLER               PIC X(81) VALUE SPACES.

       01  PREMIUM-PAY-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(13) VALUE 'SHIFT DIFF: '.
           05  PM-SHIFT-OUT         PIC $$,$$9.99.
           05                       PIC X(17) VALUE
                 '  HOLIDAY PREM: '.
           05  PM-HOLIDAY-PREM-OUT  PIC $$,$$9.99.
           05                       PIC X(16) VALUE
                 '  HOLIDAY PAY: '.
           05  PM-HOLIDAY-PAY-OUT   PIC $$,$$9.99.
           05                       PIC X(12) VALUE '  ON-CALL: '.
           05  PM-ON-CALL-OUT       PIC $$,$$9.99.
           05                       PIC X(17) VALUE
                 '  REGULAR RATE: '.
           05  PM-REGULAR-RATE-OUT  PIC $$$9.9999.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  TIMECARD-CONTROL-WS.
           05  TIMECARD-PRESENT-SW  PIC X(3) VALUE 'NO'.
           05  TIMECARD-OVERFLOW-SW PIC X(3) VALUE 'NO'.
       01  TABLE-LIMITS-WS.
           05  TIMECARD-LIMIT-WS    PIC 9(5) VALUE 5000.
           05  DEDMAST-LIMIT-WS     PIC 9(5) VALUE 2000.
           05  DEDCODE-LIMIT-WS     PIC 9(3) VALUE 200.
           05  ACH-LIMIT-WS         PIC 9(5) VALUE 5000.
           05  DEPT-LIMIT-WS        PIC 9(3) VALUE 200.
           05  LABOR-DIST-LIMIT-WS  PIC 9(3) VALUE 400.
           05  JOB-LIMIT-WS         PIC 9(5) VALUE 6000.
           05  RATECHG-LIMIT-WS     PIC 9(4) VALUE 1000.
           05  PAYCAL-LIMIT-WS      PIC 9(4) VALUE 600.
               10  TCT-VAC-HOURS-TBL   PIC 9(3).
               10  TCT-SICK-HOURS-TBL  PIC 9(3).
               10  TCT-MATCHED-SW-TBL  PIC X.
               10  TCT-HOL-WORKED-TBL  PIC 9(3).
               10  TCT-HOL-OFF-TBL     PIC 9(3).
               10  TCT-ON-CALL-TBL     PIC 9(3).
               10  TCT-SHIFT-HOURS-TBL PIC 9(3) OCCURS 9 TIMES.

      *    REGULAR HOURS BY EMPLOYEE AND JOB/WORK-ORDER, GATHERED AS
      *    THE CARDS LOAD. A BLANK JOB IS THE HOME DEPARTMENT'S OWN
               10  JST-SSN-TBL      PIC 9(9).
               10  JST-JOB-TBL      PIC X(6).
               10  JST-HOURS-TBL    PIC 9(3).
               10  JST-CLASS-TBL    PIC X(4).
               10  JST-RATE-TBL     PIC 9(3)V99.
               10  JST-OT-HOURS-TBL PIC 9(3)V99.
               10  JST-HOL-WORKED-TBL PIC 9(3).
               10  JST-HOL-OFF-TBL  PIC 9(3).
               10  JST-ON-CALL-TBL  PIC 9(3).
               10  JST-SHIFT-HOURS-TBL PIC 9(3) OCCURS 9 TIMES.

      *    THE MINIMUM WAGE TABLE AND THE EMPLOYEE IN HAND'S FLOOR.
      *    THE FLOOR IS THE HIGHEST OF THE FEDERAL, STATE AND LOCAL
      *    ROWS IN EFFECT ON THE PAY DATE, FOR THE STATE THE
      *    EMPLOYEE WORKS IN; THE EXEMPT LEVEL IS THE HIGHEST OF
      *    THE SAME ROWS' WEEKLY SALARY LEVELS.
       01  MINIMUM-WAGE-CONTROL-WS.
           05  MINWAGE-FILE-STATUS-WS PIC XX    VALUE SPACES.
           05  EOF-MINWAGE-WS       PIC X(3)    VALUE 'NO'.
           05  MINWAGE-PRESENT-SW   PIC X(3)    VALUE 'NO'.
           05  MINWAGE-COUNT-WS     PIC 9(3)    VALUE ZERO.
           05  MINWAGE-LIMIT-WS     PIC 9(3)    VALUE 200.
           05  MINWAGE-IDX-WS       PIC 9(3)    VALUE ZERO.
           05  MINWAGE-SLOT-WS      PIC 9(3)    VALUE ZERO.
           05  MINWAGE-BEST-DATE-WS PIC 9(8)    VALUE ZERO.
           05  MINWAGE-STATE-WS     PIC XX      VALUE SPACES.
           05  MINWAGE-WORK-STATE-WS PIC XX     VALUE SPACES.
           05  MINWAGE-LOCALITY-WS  PIC X(4)    VALUE SPACES.
           05  MINIMUM-HOURLY-WS    PIC 99V99   VALUE ZERO.
           05  EXEMPT-WEEKLY-WS     PIC 9(4)V99 VALUE ZERO.
           05  EFFECTIVE-RATE-WS    PIC 9(4)V99 VALUE ZERO.
           05  WEEKLY-SALARY-WS     PIC 9(5)V99 VALUE ZERO.
           05  MINWAGE-SHORTFALL-WS PIC 9(5)V99 VALUE ZERO.
           05  EMPLOYEES-SHORT-WS   PIC 9(5)    VALUE ZERO.
           05  TOTAL-SHORTFALL-WS   PIC 9(7)V99 VALUE ZERO.
           05  MINWAGE-EMP-SHORT-SW PIC X(3)    VALUE 'NO'.

       01  MINIMUM-WAGE-TABLE-WS.
           05  MINIMUM-WAGE-ENTRY-WS OCCURS 200 TIMES.
               10  MWT-EFF-DATE-TBL    PIC 9(8).
               10  MWT-STATE-TBL       PIC XX.
               10  MWT-LOCALITY-TBL    PIC X(4).
               10  MWT-HOURLY-TBL      PIC 99V99.
               10  MWT-EXEMPT-WEEKLY-TBL PIC 9(4)V99.

      *    THE PREMIUM RULES, AND THE EMPLOYEE IN HAND'S PREMIUM
      *    HOURS AND PAY. THE FLSA REGULAR RATE IS THE STRAIGHT RATE
      *    PLUS THE PREMIUMS THE LAW COUNTS, SPREAD OVER THE HOURS
      *    WORKED: SHIFT DIFFERENTIAL AND ON-CALL PAY ALWAYS COUNT,
      *    A HOLIDAY-WORKED PREMIUM COUNTS UNLESS IT IS AT LEAST
      *    TIME AND A HALF, AND PAY FOR A HOLIDAY NOT WORKED NEVER
      *    DOES.
       01  PREMIUM-PAY-CONTROL-WS.
           05  PREMRULE-FILE-STATUS-WS PIC XX   VALUE SPACES.
           05  EOF-PREMRULE-WS      PIC X(3)    VALUE 'NO'.
           05  PREM-RULE-COUNT-WS   PIC 99      VALUE ZERO.
           05  PREM-RULE-LIMIT-WS   PIC 99      VALUE 20.
           05  PREM-RULE-IDX-WS     PIC 99      VALUE ZERO.
           05  PREM-RULE-SLOT-WS    PIC 99      VALUE ZERO.
           05  PREM-TYPE-WS         PIC X       VALUE SPACE.
           05  PREM-SHIFT-WS        PIC X       VALUE SPACE.
           05  PREM-FULL-PAY-SW     PIC X(3)    VALUE 'NO'.
           05  PREM-COUNTS-SW       PIC X(3)    VALUE 'YES'.
           05  PREM-HOURS-WS        PIC 9(3)    VALUE ZERO.
           05  PREM-AMOUNT-WS       PIC 9(5)V99 VALUE ZERO.
           05  SHIFT-IDX-WS         PIC 99      VALUE ZERO.
           05  WORKED-HOURS-WS      PIC 9(3)    VALUE ZERO.
           05  HOL-WORKED-HOURS-WS  PIC 9(3)    VALUE ZERO.
           05  HOL-OFF-HOURS-WS     PIC 9(3)    VALUE ZERO.
           05  ON-CALL-HOURS-WS     PIC 9(3)    VALUE ZERO.
           05  SHIFT-HOURS-WS       PIC 9(3)    OCCURS 9 TIMES.
           05  SHIFT-PREMIUM-WS     PIC 9(5)V99 VALUE ZERO.
           05  HOLIDAY-PREMIUM-WS   PIC 9(5)V99 VALUE ZERO.
           05  HOLIDAY-PAY-WS       PIC 9(5)V99 VALUE ZERO.
           05  ON-CALL-PAY-WS       PIC 9(5)V99 VALUE ZERO.
           05  PREMIUM-PAY-WS       PIC 9(5)V99 VALUE ZERO.
           05  RATE-PREMIUM-WS      PIC 9(5)V99 VALUE ZERO.
           05  REGULAR-RATE-WS      PIC 9(3)V9999 VALUE ZERO.
           05  ROW-PREMIUM-WS       PIC 9(5)V99 VALUE ZERO.

       01  PREMIUM-RULES-TABLE-WS.
           05  PREMIUM-RULE-ENTRY-WS OCCURS 20 TIMES.
               10  PMT-HOURS-TYPE-TBL  PIC X.
               10  PMT-SHIFT-CODE-TBL  PIC X.
               10  PMT-METHOD-TBL      PIC X.
               10  PMT-MULTIPLIER-TBL  PIC 9V999.
               10  PMT-CENTS-TBL       PIC 9(4).

      *    EVERY CLASSIFICATION ON EVERY PREVAILING-WAGE JOB, AS
      *    JOBMAST.DAT LISTS THEM. NO JOB MASTER MEANS NO JOB IS
      *    PREVAILING-WAGE AND PAY IS WHAT IT ALWAYS WAS.
       01  PREVAILING-WAGE-CONTROL-WS.
           05  JOBMAST-FILE-STATUS-WS PIC XX    VALUE SPACES.
           05  EOF-JOBMAST-WS       PIC X(3)    VALUE 'NO'.
           05  PREVAILING-JOB-SW    PIC X(3)    VALUE 'NO'.
           05  PW-JOB-NO-WS         PIC X(6)    VALUE SPACES.
           05  PW-CLASS-COUNT-WS    PIC 9(4)    VALUE ZERO.
           05  PW-CLASS-LIMIT-WS    PIC 9(4)    VALUE 1000.
           05  PW-IDX-WS            PIC 9(4)    VALUE ZERO.
           05  PW-SLOT-WS           PIC 9(4)    VALUE ZERO.
           05  PW-HOURLY-RATE-WS    PIC 9(3)V99 VALUE ZERO.
           05  PW-OT-RATE-WS        PIC 9(4)V99 VALUE ZERO.
           05  PW-PAID-OT-RATE-WS   PIC 9(4)V99 VALUE ZERO.
           05  PW-STRAIGHT-HOURS-WS PIC 9(3)V99 VALUE ZERO.
           05  PREVAILING-PAY-WS    PIC 9(5)V99 VALUE ZERO.

       01  PREVAILING-WAGE-TABLE-WS.
           05  PW-CLASS-ENTRY-WS OCCURS 1000 TIMES.
               10  PWC-JOB-TBL      PIC X(6).
               10  PWC-CLASS-TBL    PIC X(4).
               10  PWC-BASE-TBL     PIC 9(3)V99.
               10  PWC-FRINGE-TBL   PIC 9(3)V99.

       01  JOB-COST-DETAIL.
           05  JC-JOB-OUT           PIC X(6).
           05  JC-GROSS-OUT         PIC 9(6).99.
           05  FILLER               PIC X     VALUE SPACE.
           05  JC-PAY-DATE-OUT      PIC 9(8).
      *    THE CLASSIFICATION THE HOURS WERE WORKED UNDER, THE
      *    STRAIGHT-TIME RATE THEY WERE PAID AT, AND THEIR SHARE OF
      *    THE WEEK'S OVERTIME HOURS - WHAT THE CERTIFIED PAYROLL
      *    SHOWS FOR A PREVAILING-WAGE JOB.
           05  FILLER               PIC X     VALUE SPACE.
           05  JC-CLASS-OUT         PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  JC-RATE-OUT          PIC 9(3).99.
           05  FILLER               PIC X     VALUE SPACE.
           05  JC-OT-HOURS-OUT      PIC 9(3).99.
      *    THE SHIFT, HOLIDAY AND ON-CALL PREMIUMS EARNED ON THE JOB,
      *    ALREADY INCLUDED IN THE GROSS BEFORE IT.
           05  FILLER               PIC X     VALUE SPACE.
           05  JC-PREMIUM-OUT       PIC 9(5).99.
           05  FILLER               PIC X(5)  VALUE SPACES.

      *    PTO STATE FOR THE EMPLOYEE IN HAND - WHAT THE CARDS
      *    ASKED FOR, WHAT THE BALANCES ALLOWED, AND THE BALANCES
           05  PH-OT-PREM-OUT      PIC 9(5)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-WC-CLASS-OUT     PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
      *    THE EMPLOYER'S MATCHING SOCIAL SECURITY AND MEDICARE ON
      *    THE SAME CHECK - WITH THE WITHHOLDING ABOVE, THE WHOLE
      *    941 DEPOSIT LIABILITY THE PAY DATE INCURRED.
           05  PH-EMPL-FICA-OUT    PIC 9(5)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-EMPL-MEDI-OUT    PIC 9(5)V99.
      *    THE HOURS THE CHECK PAID AN HOURLY EMPLOYEE - WORKED PLUS
      *    VACATION AND SICK, AS THE TIMECARDS GAVE THEM - WITH THE
      *    PAY TYPE, PAY FREQUENCY, AND 'S' FOR AN OFF-CYCLE
      *    SUPPLEMENTAL CHECK, SO HOURS OF SERVICE CAN BE COUNTED
      *    BY MONTH OFF THE HISTORY. A SALARIED OR SUPPLEMENTAL
      *    CHECK CARRIES ZERO HOURS.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-HOURS-OUT        PIC 9(3)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-PAY-TYPE-OUT     PIC X.
           05  PH-PAY-FREQ-OUT     PIC X.
           05  PH-RUN-TYPE-OUT     PIC X.
      *    MANCHECK WRITES THE SAME LINE FOR PAY POSTED OUTSIDE THE
      *    RUN, WITH RUN TYPE 'M' (MANUAL CHECK) OR 'A' (TAX
      *    ADJUSTMENT); AN 'R' HERE MEANS THAT EVENT TAKES ITS
      *    AMOUNTS BACK OFF, AND EVERY READER SUBTRACTS IT.
           05  PH-REVERSAL-OUT     PIC X     VALUE SPACE.
      *    THE SHIFT, HOLIDAY AND ON-CALL PREMIUM PAY INCLUDED IN
      *    THE GROSS. OLDER LINES AND LINES FROM MANCHECK CARRY
      *    SPACES HERE.
           05  FILLER              PIC X     VALUE SPACE.
           05  PH-PREMIUM-OUT      PIC 9(5)V99.
      *    THE LOCAL/CITY TAX WITHHELD, SO THE 24500000 PAYABLE CAN
      *    BE PROVED FROM THE HISTORY LIKE THE OTHER WITHHOLDINGS.
      *    OLDER LINES CARRY SPACES HERE.
           05  FILLER              PIC X     VALUE SPACE.
           05  PH-LOCAL-OUT        PIC 9(6)V99.
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  CHECK-REGISTER-DETAIL.
           05  CR-CHECK-NO-OUT      PIC 9(8).
           05                 PIC X      VALUE SPACE.

      *    WORKING-STORAGE MIRRORS OF EXMPAMT'S LINKAGE PARAMETERS -
      *    EXMPAMT TAKES FOUR SEPARATE PARAMETERS RATHER THAN A GROUP,
      *    PLUS THE NEW-FORM W-4 GROUP.
       01  EXMPAMT-MARITAL-WS        PIC X.
       01  EXMPAMT-EXEMPT-NUM-WS     PIC 99.
       01  EXMPAMT-AMT-WS            PIC 9(7)V99.
       01  EXMPAMT-TAX-YEAR-WS       PIC 9(4).
       01  EXMPAMT-W4-REQUEST-WS.
           05  EXMPAMT-W4-FORM-WS        PIC X.
           05  EXMPAMT-W4-MULTI-JOBS-WS  PIC X.
           05  EXMPAMT-W4-DEPENDENT-WS   PIC 9(5)V99.
           05  EXMPAMT-W4-OTHER-INC-WS   PIC 9(6)V99.
           05  EXMPAMT-W4-DEDUCTIONS-WS  PIC 9(6)V99.
           05  EXMPAMT-W4-EXTRA-WH-WS    PIC 9(4)V99.
           05  EXMPAMT-W4-ANNUAL-WAGE-WS PIC 9(9)V99.
           05  EXMPAMT-W4-PERIODS-WS     PIC 99.
           05  EXMPAMT-W4-PERIOD-WH-WS   PIC 9(5)V99.

      *    WORKING-STORAGE MIRRORS OF FICATEST'S TWO LINKAGE GROUPS.
       01  FICA-REQUEST-WS.
           05  STATE-CODE-IN-WS          PIC XX.
           05  STATE-GROSS-IN-WS         PIC 9(7)V99.
           05  STATE-TAX-YEAR-IN-WS      PIC 9(4).
           05  STATE-WORK-IN-WS          PIC XX.

       01  STATE-TAX-RESULT-WS.
           05  STATE-TAX-CAL-WS          PIC 9(6)V99.
           05  STATE-SPLIT-WS            OCCURS 2 TIMES.
               10  STATE-SPLIT-CODE-WS   PIC XX.
               10  STATE-SPLIT-TAX-WS    PIC 9(6)V99.

      *    WORKING-STORAGE MIRRORS OF LOCALTAX'S TWO LINKAGE GROUPS.
       01  LOCAL-TAX-REQUEST-WS.
      *    CYCLE.
           05  PAYROLL-RUN-TYPE-LS      PIC X.
               88  SUPPLEMENTAL-RUN-LS      VALUE 'S'.
      *    CONDITION CODE HANDED BACK TO THE CALLER: 0 = GOOD, 4 =
      *    SOMEONE WAS PAID BELOW THE MINIMUM WAGE OR EXEMPT SALARY
      *    LEVEL (SEE MINWAGE.DOC), 8 = REJECTS BREACHED THE
      *    OPERATOR THRESHOLDS.
           05  STEP-CONDITION-CODE-LS   PIC 99.

      *    PROB3-SUMMARY-LS IS ONLY USED WHEN NIGHTRUN CALLS THIS
           PERFORM      215-READ-NEXT-CHECK-NUMBER
           PERFORM      216-OPEN-CHECK-REGISTER
           PERFORM      218-OPEN-PAY-HISTORY
           PERFORM      266-LOAD-MATCH-RULES
           PERFORM      272-LOAD-DEDUCTION-CODES
           PERFORM      220-LOAD-DEDUCTION-MASTER
           PERFORM      221-OPEN-DEDYTD-FILE
           PERFORM      278-OPEN-ARREARS-FILE
           PERFORM      225-OPEN-DEDUCTION-DETAIL
           PERFORM      226-LOAD-PTO-RULES
           PERFORM      281-LOAD-PREMIUM-RULES
           PERFORM      284-LOAD-MINIMUM-WAGES
           PERFORM      238-LOAD-JOB-MASTER
           PERFORM      228-OPEN-PTO-BALANCES

           IF TRIAL-RUN-LS
               ELSE
                   OPEN OUTPUT JOB-COST-FILE
               END-IF
               IF MATCH-PLAN-SW = 'YES'
                   PERFORM 269-OPEN-CONTRIBUTION-FILE
               END-IF
           END-IF

      *    THE SHORTFALL REPORT COVERS THE MASTER SWEEP - A
      *    SUPPLEMENTAL RUN'S FLAT PAYMENTS HAVE NO HOURS TO TEST.
           IF NOT SUPPLEMENTAL-RUN-LS
               PERFORM 288-OPEN-MINIMUM-WAGE-REPORT
           END-IF

      *    A SUPPLEMENTAL RUN IS DRIVEN BY THE PAYMENT FILE, NOT
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

      *    NO MATCHRUL.DAT (STATUS 35) MEANS THE COMPANY RUNS NO
      *    MATCHING PLAN THROUGH PAYROLL. TIERS PAST THE FIFTH AND
      *    CODES PAST THE TWENTIETH ARE MORE THAN ANY PLAN WRITES
      *    AND ARE LEFT OFF.
       266-LOAD-MATCH-RULES.
           OPEN INPUT MATCH-RULES-FILE
           IF MATCHRUL-FILE-STATUS-WS NOT = '35'
               MOVE 'YES' TO MATCH-PLAN-SW
               PERFORM 267-READ-ONE-MATCH-RULE
               PERFORM 268-STORE-ONE-MATCH-RULE
                   UNTIL EOF-MATCHRUL-WS = 'YES'
               CLOSE MATCH-RULES-FILE
           END-IF.

       267-READ-ONE-MATCH-RULE.
           READ MATCH-RULES-FILE
               AT END MOVE 'YES' TO EOF-MATCHRUL-WS
           END-READ.

       268-STORE-ONE-MATCH-RULE.
           EVALUATE TRUE
               WHEN MR-TIER-CARD
                AND MATCH-TIER-COUNT-WS < 5
                   ADD 1 TO MATCH-TIER-COUNT-WS
                   MOVE MR-TIER-LOW-PCT  TO
                        MTT-LOW-PCT-TBL  (MATCH-TIER-COUNT-WS)
                   MOVE MR-TIER-HIGH-PCT TO
                        MTT-HIGH-PCT-TBL (MATCH-TIER-COUNT-WS)
                   MOVE MR-TIER-RATE     TO
                        MTT-RATE-TBL     (MATCH-TIER-COUNT-WS)
               WHEN MR-LIMIT-CARD
                   IF MR-ANNUAL-MATCH-CAP NUMERIC
                       MOVE MR-ANNUAL-MATCH-CAP TO MATCH-ANNUAL-CAP-WS
                   END-IF
                   IF MR-ANNUAL-COMP-CAP NUMERIC
                       MOVE MR-ANNUAL-COMP-CAP  TO MATCH-COMP-CAP-WS
                   END-IF
               WHEN MR-DEFERRAL-CARD
                AND MATCH-CODE-COUNT-WS < 20
                   ADD 1 TO MATCH-CODE-COUNT-WS
                   MOVE MR-DEFERRAL-CODE TO
                        MATCH-CODE-TBL (MATCH-CODE-COUNT-WS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 267-READ-ONE-MATCH-RULE.

      *    A RESTARTED RUN EXTENDS THE FILE THE ABENDED RUN BEGAN,
      *    THE SAME AS THE JOB-COST EXTRACT.
       269-OPEN-CONTRIBUTION-FILE.
           IF RESTART-COUNT-WS > ZERO
               OPEN EXTEND CONTRIBUTION-FILE
           ELSE
               OPEN OUTPUT CONTRIBUTION-FILE
           END-IF
           MOVE 'YES' TO CONTRIB-OPEN-SW.

      *    NO PTORULES.DAT (STATUS 35) MEANS NOTHING ACCRUES - THE
      *    BALANCES JUST CARRY AND DRAW DOWN.
       226-LOAD-PTO-RULES.
                PRT-SICK-HOURS-TBL  (PTO-RULE-COUNT-WS)
           PERFORM 227-READ-ONE-PTO-RULE.

      *    NO RULES FILE PAYS NO PREMIUMS; A HOLIDAY NOT WORKED
      *    WITH NO RULE IS STILL PAID AT THE STRAIGHT RATE.
       281-LOAD-PREMIUM-RULES.
           OPEN INPUT PREMIUM-RULES-FILE
           IF PREMRULE-FILE-STATUS-WS NOT = '35'
               PERFORM 282-READ-ONE-PREMIUM-RULE
               PERFORM 283-STORE-ONE-PREMIUM-RULE
                   UNTIL EOF-PREMRULE-WS = 'YES'
                      OR PREM-RULE-COUNT-WS = PREM-RULE-LIMIT-WS
               CLOSE PREMIUM-RULES-FILE
           END-IF.

       282-READ-ONE-PREMIUM-RULE.
           READ PREMIUM-RULES-FILE
               AT END MOVE 'YES' TO EOF-PREMRULE-WS
           END-READ.

       283-STORE-ONE-PREMIUM-RULE.
           IF (PM-METHOD-MULTIPLIER AND PM-MULTIPLIER IS NUMERIC)
              OR (PM-METHOD-CENTS AND PM-CENTS IS NUMERIC)
               ADD 1 TO PREM-RULE-COUNT-WS
               MOVE PM-HOURS-TYPE TO
                    PMT-HOURS-TYPE-TBL (PREM-RULE-COUNT-WS)
               MOVE PM-SHIFT-CODE TO
                    PMT-SHIFT-CODE-TBL (PREM-RULE-COUNT-WS)
               MOVE PM-METHOD     TO
                    PMT-METHOD-TBL     (PREM-RULE-COUNT-WS)
               MOVE ZERO TO PMT-MULTIPLIER-TBL (PREM-RULE-COUNT-WS)
                            PMT-CENTS-TBL      (PREM-RULE-COUNT-WS)
               IF PM-METHOD-MULTIPLIER
                   MOVE PM-MULTIPLIER TO
                        PMT-MULTIPLIER-TBL (PREM-RULE-COUNT-WS)
               ELSE
                   MOVE PM-CENTS      TO
                        PMT-CENTS-TBL      (PREM-RULE-COUNT-WS)
               END-IF
           END-IF
           PERFORM 282-READ-ONE-PREMIUM-RULE.

      *    NO TABLE (STATUS 35) CHECKS NOTHING AND THE REPORT SAYS
      *    SO. A ROW WITH A NON-NUMERIC FIELD IS SKIPPED - RATEMNT
      *    NEVER WRITES ONE.
       284-LOAD-MINIMUM-WAGES.
           OPEN INPUT MINIMUM-WAGE-FILE
           IF MINWAGE-FILE-STATUS-WS NOT = '35'
               MOVE 'YES' TO MINWAGE-PRESENT-SW
               PERFORM 286-READ-ONE-MINIMUM-WAGE
               PERFORM 287-STORE-ONE-MINIMUM-WAGE
                   UNTIL EOF-MINWAGE-WS = 'YES'
                      OR MINWAGE-COUNT-WS = MINWAGE-LIMIT-WS
               CLOSE MINIMUM-WAGE-FILE
           END-IF.

       286-READ-ONE-MINIMUM-WAGE.
           READ MINIMUM-WAGE-FILE
               AT END MOVE 'YES' TO EOF-MINWAGE-WS
           END-READ.

       287-STORE-ONE-MINIMUM-WAGE.
           IF MW-EFF-DATE IS NUMERIC
              AND MW-HOURLY IS NUMERIC
              AND MW-EXEMPT-WEEKLY IS NUMERIC
               ADD 1 TO MINWAGE-COUNT-WS
               MOVE MW-EFF-DATE TO MWT-EFF-DATE-TBL (MINWAGE-COUNT-WS)
               MOVE MW-STATE    TO MWT-STATE-TBL    (MINWAGE-COUNT-WS)
               MOVE MW-LOCALITY TO MWT-LOCALITY-TBL (MINWAGE-COUNT-WS)
               MOVE MW-HOURLY   TO MWT-HOURLY-TBL   (MINWAGE-COUNT-WS)
               MOVE MW-EXEMPT-WEEKLY TO
                    MWT-EXEMPT-WEEKLY-TBL (MINWAGE-COUNT-WS)
           END-IF
           PERFORM 286-READ-ONE-MINIMUM-WAGE.

      *    A RESTART CARRIES ON THE PRIOR ATTEMPT'S REPORT, AS THE
      *    REGISTER DOES.
       288-OPEN-MINIMUM-WAGE-REPORT.
           IF RESTART-COUNT-WS > ZERO
               OPEN EXTEND MINIMUM-WAGE-REPORT-FILE
           ELSE
               OPEN OUTPUT MINIMUM-WAGE-REPORT-FILE
               MOVE RUN-DATE-OUT-WS TO MH-DATE-OUT
               WRITE MINIMUM-WAGE-REPORT-LINE FROM MINWAGE-HEADER-LINE
               IF MINWAGE-PRESENT-SW = 'YES'
                   WRITE MINIMUM-WAGE-REPORT-LINE
                       FROM MINWAGE-COLUMN-LINE AFTER 2 LINES
               ELSE
                   WRITE MINIMUM-WAGE-REPORT-LINE
                       FROM MINWAGE-NO-TABLE-LINE AFTER 2 LINES
               END-IF
           END-IF.

      *    ONLY THE CLASSIFICATIONS OF JOBS MARKED PREVAILING-WAGE
      *    ARE KEPT; A 'C' ROW BELONGS TO THE 'J' ROW ABOVE IT.
       238-LOAD-JOB-MASTER.
           OPEN INPUT JOB-MASTER-FILE
           IF JOBMAST-FILE-STATUS-WS NOT = '35'
               PERFORM 239-READ-ONE-JOB-ROW
               PERFORM 232-STORE-ONE-JOB-ROW
                   UNTIL EOF-JOBMAST-WS = 'YES'
               CLOSE JOB-MASTER-FILE
           END-IF.

       239-READ-ONE-JOB-ROW.
           READ JOB-MASTER-FILE
               AT END MOVE 'YES' TO EOF-JOBMAST-WS
           END-READ.

       232-STORE-ONE-JOB-ROW.
           EVALUATE TRUE
               WHEN JM-JOB-ROW
                   MOVE JM-JOB-NO TO PW-JOB-NO-WS
                   IF JM-PREVAILING-JOB
                       MOVE 'YES' TO PREVAILING-JOB-SW
                   ELSE
                       MOVE 'NO' TO PREVAILING-JOB-SW
                   END-IF
               WHEN JM-CLASS-ROW
                   IF PREVAILING-JOB-SW = 'YES'
                      AND JM-JOB-NO = PW-JOB-NO-WS
                      AND JM-BASE-RATE IS NUMERIC
                      AND JM-FRINGE-RATE IS NUMERIC
                      AND PW-CLASS-COUNT-WS < PW-CLASS-LIMIT-WS
                       ADD 1 TO PW-CLASS-COUNT-WS
                       MOVE JM-JOB-NO      TO
                            PWC-JOB-TBL    (PW-CLASS-COUNT-WS)
                       MOVE JM-CLASS-CODE  TO
                            PWC-CLASS-TBL  (PW-CLASS-COUNT-WS)
                       MOVE JM-BASE-RATE   TO
                            PWC-BASE-TBL   (PW-CLASS-COUNT-WS)
                       MOVE JM-FRINGE-RATE TO
                            PWC-FRINGE-TBL (PW-CLASS-COUNT-WS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 239-READ-ONE-JOB-ROW.

      *    PTOBAL.DAT IS AN INDEXED MASTER THAT PERSISTS ACROSS
      *    RUNS; ON THE FIRST RUN IT DOESN'T EXIST YET, SO A FAILED
      *    I-O OPEN (STATUS 35) MEANS CREATE IT EMPTY AND OPEN I-O
               OPEN I-O DEDYTD-FILE
           END-IF.

      *    DEDARRS.DAT PERSISTS ACROSS RUNS THE SAME WAY; THE
      *    FIRST RUN CREATES IT EMPTY.
       278-OPEN-ARREARS-FILE.
           OPEN I-O ARREARS-FILE
           IF ARREARS-FILE-STATUS-WS = '35'
               OPEN OUTPUT ARREARS-FILE
               CLOSE ARREARS-FILE
               OPEN I-O ARREARS-FILE
           END-IF.

      *    THE DETAIL FILE ACCUMULATES UNTIL DEDREMIT CONSUMES IT,
      *    SO IT IS EXTENDED, NOT REWRITTEN, WITH THE USUAL FIRST-
      *    RUN CREATE. A TRIAL RUN TAKES NOTHING AND WRITES NOTHING.
           ELSE
               MOVE ZERO TO DMT-LIMIT-TBL (DEDMAST-COUNT-WS)
           END-IF
           MOVE 'NO' TO DEDCODE-FOUND-SW
           PERFORM 276-MATCH-DEDUCTION-CODE
               VARYING DC-IDX-WS FROM 1 BY 1
               UNTIL DC-IDX-WS > DEDCODE-COUNT-WS
                  OR DEDCODE-FOUND-SW = 'YES'
           IF DEDCODE-FOUND-SW = 'NO'
               MOVE SPACE  TO DMT-TREATMENT-TBL (DEDMAST-COUNT-WS)
               MOVE SPACES TO DMT-BOX12-TBL     (DEDMAST-COUNT-WS)
               MOVE 'Y'    TO DMT-ARREARS-TBL   (DEDMAST-COUNT-WS)
           END-IF
           IF DM-RECOVERY-CAP-X IS NUMERIC
               MOVE DM-RECOVERY-CAP TO
                    DMT-RECOVERY-CAP-TBL (DEDMAST-COUNT-WS)
           ELSE
               MOVE ZERO TO DMT-RECOVERY-CAP-TBL (DEDMAST-COUNT-WS)
           END-IF
           IF DMT-TREATMENT-TBL (DEDMAST-COUNT-WS) = 'I' OR 'S'
               MOVE 'PRE' TO DMT-PASS-TBL (DEDMAST-COUNT-WS)
           ELSE
               MOVE 'AFT' TO DMT-PASS-TBL (DEDMAST-COUNT-WS)
           END-IF
           MOVE 'N' TO DMT-DEFERRAL-TBL (DEDMAST-COUNT-WS)
           IF MATCH-PLAN-SW = 'YES'
               IF MATCH-CODE-COUNT-WS > ZERO
                   PERFORM 277-MATCH-DEFERRAL-CODE
                       VARYING MC-IDX-WS FROM 1 BY 1
                       UNTIL MC-IDX-WS > MATCH-CODE-COUNT-WS
               ELSE
                   IF DMT-BOX12-TBL (DEDMAST-COUNT-WS) = 'D ' OR 'AA'
                       MOVE 'Y' TO DMT-DEFERRAL-TBL (DEDMAST-COUNT-WS)
                   END-IF
               END-IF
           END-IF
           PERFORM 222-READ-ONE-DEDUCTION.

       277-MATCH-DEFERRAL-CODE.
           IF MATCH-CODE-TBL (MC-IDX-WS) = DM-CODE
               MOVE 'Y' TO DMT-DEFERRAL-TBL (DEDMAST-COUNT-WS)
           END-IF.

       276-MATCH-DEDUCTION-CODE.
           IF DCT-CODE-TBL (DC-IDX-WS) = DM-CODE
               MOVE DCT-TREATMENT-TBL (DC-IDX-WS) TO
                    DMT-TREATMENT-TBL (DEDMAST-COUNT-WS)
               MOVE DCT-BOX12-TBL (DC-IDX-WS) TO
                    DMT-BOX12-TBL (DEDMAST-COUNT-WS)
               MOVE DCT-ARREARS-TBL (DC-IDX-WS) TO
                    DMT-ARREARS-TBL (DEDMAST-COUNT-WS)
               MOVE 'YES' TO DEDCODE-FOUND-SW
           END-IF.

      *    NO DEDCODE.DAT (STATUS 35) LEAVES THE TABLE EMPTY AND
      *    EVERY DEDUCTION AFTER TAX, EXACTLY AS BEFORE.
       272-LOAD-DEDUCTION-CODES.
           OPEN INPUT DEDUCTION-CODE-FILE
           IF DEDCODE-FILE-STATUS-WS NOT = '35'
               PERFORM 273-READ-ONE-DEDUCTION-CODE
               PERFORM 274-STORE-ONE-DEDUCTION-CODE
                   UNTIL EOF-DEDCODE-WS = 'YES'
                      OR DEDCODE-COUNT-WS = DEDCODE-LIMIT-WS
               IF EOF-DEDCODE-WS NOT = 'YES'
                   MOVE 'DEDCODE' TO ABORT-TABLE-NAME-WS
                   PERFORM 290-FLAG-TABLE-OVERFLOW
               END-IF
               CLOSE DEDUCTION-CODE-FILE
           END-IF.

       273-READ-ONE-DEDUCTION-CODE.
           READ DEDUCTION-CODE-FILE
               AT END MOVE 'YES' TO EOF-DEDCODE-WS
           END-READ.

       274-STORE-ONE-DEDUCTION-CODE.
           ADD 1 TO DEDCODE-COUNT-WS
           MOVE DC-CODE          TO DCT-CODE-TBL      (DEDCODE-COUNT-WS)
           MOVE DC-TAX-TREATMENT TO DCT-TREATMENT-TBL (DEDCODE-COUNT-WS)
           MOVE DC-BOX12-CODE    TO DCT-BOX12-TBL     (DEDCODE-COUNT-WS)
           EVALUATE TRUE
               WHEN DC-ARREARS-SW = 'Y' OR 'N'
                   MOVE DC-ARREARS-SW TO
                        DCT-ARREARS-TBL (DEDCODE-COUNT-WS)
               WHEN DC-BOX12-CODE NOT = SPACES
                   MOVE 'N' TO DCT-ARREARS-TBL (DEDCODE-COUNT-WS)
               WHEN OTHER
                   MOVE 'Y' TO DCT-ARREARS-TBL (DEDCODE-COUNT-WS)
           END-EVALUATE
           PERFORM 273-READ-ONE-DEDUCTION-CODE.

      *    PAYHIST.DAT ACCUMULATES ACROSS RUNS, SO IT IS EXTENDED,
      *    NOT REWRITTEN, WITH THE USUAL FIRST-RUN CREATE.
       218-OPEN-PAY-HISTORY.
               MOVE ZERO   TO TCT-VAC-HOURS-TBL (TC-SLOT-WS)
               MOVE ZERO   TO TCT-SICK-HOURS-TBL (TC-SLOT-WS)
               MOVE 'N'    TO TCT-MATCHED-SW-TBL (TC-SLOT-WS)
               MOVE ZERO   TO TCT-HOL-WORKED-TBL (TC-SLOT-WS)
                              TCT-HOL-OFF-TBL    (TC-SLOT-WS)
                              TCT-ON-CALL-TBL    (TC-SLOT-WS)
               PERFORM 258-ZERO-CARD-SHIFT-HOURS
                   VARYING SHIFT-IDX-WS FROM 1 BY 1
                   UNTIL SHIFT-IDX-WS > 9
           END-IF
           IF TC-SHIFT-CODE IS NUMERIC
              AND TC-SHIFT-NUM > ZERO
               MOVE TC-SHIFT-NUM TO SHIFT-IDX-WS
           ELSE
               MOVE 1 TO SHIFT-IDX-WS
           END-IF
           EVALUATE TRUE
               WHEN TC-TYPE-VACATION
                   ADD TC-HOURS TO TCT-VAC-HOURS-TBL (TC-SLOT-WS)
               WHEN TC-TYPE-SICK
                   ADD TC-HOURS TO TCT-SICK-HOURS-TBL (TC-SLOT-WS)
               WHEN TC-TYPE-HOLIDAY-OFF
                   ADD TC-HOURS TO TCT-HOL-OFF-TBL (TC-SLOT-WS)
                   PERFORM 219-POST-JOB-HOURS
               WHEN TC-TYPE-ON-CALL
                   ADD TC-HOURS TO TCT-ON-CALL-TBL (TC-SLOT-WS)
                   PERFORM 219-POST-JOB-HOURS
               WHEN OTHER
                   ADD TC-HOURS TO TCT-HOURS-TBL (TC-SLOT-WS)
                   ADD TC-HOURS TO
                       TCT-SHIFT-HOURS-TBL (TC-SLOT-WS SHIFT-IDX-WS)
                   IF TC-TYPE-HOLIDAY-WORKED
                       ADD TC-HOURS TO TCT-HOL-WORKED-TBL (TC-SLOT-WS)
                   END-IF
                   PERFORM 219-POST-JOB-HOURS
           END-EVALUATE.

       258-ZERO-CARD-SHIFT-HOURS.
           MOVE ZERO TO TCT-SHIFT-HOURS-TBL (TC-SLOT-WS SHIFT-IDX-WS).

      *    WORKED HOURS ALSO ACCUMULATE BY EMPLOYEE, JOB AND WORK
      *    CLASSIFICATION FOR THE JOB-COST SPLIT AND THE
      *    PREVAILING-WAGE MAKE-UP, WITH THE PREMIUM HOURS BESIDE
      *    THEM SO EACH JOB IS CHARGED THE PREMIUMS EARNED ON IT.
      *    ROWS PAST THE TABLE JUST DON'T SPLIT OR MAKE UP - THE
      *    PAY ITSELF IS NEVER AFFECTED.
       219-POST-JOB-HOURS.
           MOVE ZERO TO JOB-SLOT-WS
           MOVE 'NO' TO JOB-FOUND-SW
               MOVE JOB-COUNT-WS TO JOB-SLOT-WS
               MOVE TC-SSN    TO JST-SSN-TBL   (JOB-SLOT-WS)
               MOVE TC-JOB-NO TO JST-JOB-TBL   (JOB-SLOT-WS)
               MOVE TC-WORK-CLASS TO JST-CLASS-TBL (JOB-SLOT-WS)
               MOVE ZERO      TO JST-HOURS-TBL (JOB-SLOT-WS)
                                 JST-RATE-TBL (JOB-SLOT-WS)
                                 JST-OT-HOURS-TBL (JOB-SLOT-WS)
                                 JST-HOL-WORKED-TBL (JOB-SLOT-WS)
                                 JST-HOL-OFF-TBL (JOB-SLOT-WS)
                                 JST-ON-CALL-TBL (JOB-SLOT-WS)
               PERFORM 271-ZERO-JOB-SHIFT-HOURS
                   VARYING PREM-RULE-IDX-WS FROM 1 BY 1
                   UNTIL PREM-RULE-IDX-WS > 9
           END-IF
           IF JOB-SLOT-WS > ZERO
               EVALUATE TRUE
                   WHEN TC-TYPE-HOLIDAY-OFF
                       ADD TC-HOURS TO JST-HOL-OFF-TBL (JOB-SLOT-WS)
                   WHEN TC-TYPE-ON-CALL
                       ADD TC-HOURS TO JST-ON-CALL-TBL (JOB-SLOT-WS)
                   WHEN OTHER
                       ADD TC-HOURS TO JST-HOURS-TBL (JOB-SLOT-WS)
                       ADD TC-HOURS TO JST-SHIFT-HOURS-TBL
                                       (JOB-SLOT-WS SHIFT-IDX-WS)
                       IF TC-TYPE-HOLIDAY-WORKED
                           ADD TC-HOURS TO
                               JST-HOL-WORKED-TBL (JOB-SLOT-WS)
                       END-IF
               END-EVALUATE
           END-IF.

       271-ZERO-JOB-SHIFT-HOURS.
           MOVE ZERO TO
                JST-SHIFT-HOURS-TBL (JOB-SLOT-WS PREM-RULE-IDX-WS).

       223-MATCH-JOB-SLOT.
           IF JST-SSN-TBL (JOB-IDX-WS) = TC-SSN
              AND JST-JOB-TBL (JOB-IDX-WS) = TC-JOB-NO
              AND JST-CLASS-TBL (JOB-IDX-WS) = TC-WORK-CLASS
               MOVE JOB-IDX-WS TO JOB-SLOT-WS
               MOVE 'YES' TO JOB-FOUND-SW
           END-IF.
           MOVE CKPT-OTHER-DED-IN TO TOTAL-OTHER-DED-WS
           MOVE CKPT-NET-IN       TO TOTAL-NET-WS
           MOVE CKPT-CHECK-NO-IN  TO NEXT-CHECK-NUMBER-WS
           MOVE CKPT-CHECKS-IN    TO CHECKS-ISSUED-WS
           IF CKPT-MATCH-IN-X IS NUMERIC
               MOVE CKPT-MATCH-IN TO TOTAL-MATCH-WS
           END-IF.

       247-READ-CHECKPOINT-LINE.
           READ PAYROLL-CHECKPOINT-FILE
               MOVE DPP-DEPT TO DEPT-CODE-TBL (DEPT-SLOT-WS)
               MOVE ZERO     TO DEPT-GROSS-TBL (DEPT-SLOT-WS)
               MOVE ZERO     TO DEPT-COUNT-TBL (DEPT-SLOT-WS)
               MOVE ZERO     TO DEPT-MATCH-TBL (DEPT-SLOT-WS)
           END-IF
           IF DEPT-SLOT-WS > ZERO
               ADD DPP-GROSS TO DEPT-GROSS-TBL (DEPT-SLOT-WS)
               ADD 1         TO DEPT-COUNT-TBL (DEPT-SLOT-WS)
               IF DPP-MATCH-X IS NUMERIC
                   ADD DPP-MATCH TO DEPT-MATCH-TBL (DEPT-SLOT-WS)
               END-IF
           END-IF
           PERFORM 263-STORE-PENDING-COMPANY

           MOVE DPP-COMPANY TO LD-COMPANY-WS
           MOVE DPP-DEPT    TO LD-DEPT-WS
           MOVE DPP-GROSS   TO LD-GROSS-WS
           IF DPP-MATCH-X IS NUMERIC
               MOVE DPP-MATCH TO LD-MATCH-WS
           ELSE
               MOVE ZERO      TO LD-MATCH-WS
           END-IF
           PERFORM 387-ACCUMULATE-LABOR-DIST
           PERFORM 257-READ-ONE-DEPT-PENDING.

       261-MATCH-PENDING-DEPT.
               MOVE TOTAL-NET-WS        TO CKPT-NET-OUT
               MOVE NEXT-CHECK-NUMBER-WS TO CKPT-CHECK-NO-OUT
               MOVE CHECKS-ISSUED-WS    TO CKPT-CHECKS-OUT
               MOVE TOTAL-MATCH-WS      TO CKPT-MATCH-OUT
               WRITE CHECKPOINT-RECORD-LINE FROM CHECKPOINT-OUT-WS
           END-IF.

           IF PHR-SSN = RCT-SSN-TBL (RC-IDX-WS)
              AND RCT-EFF-DATE-TBL (RC-IDX-WS) < RUN-DATE-NUM-WS
              AND PHR-PAY-DATE >= RCT-EFF-DATE-TBL (RC-IDX-WS)
               IF PHR-REVERSED-EVENT
                   IF PHR-GROSS > RCT-RETRO-BASE-TBL (RC-IDX-WS)
                       MOVE ZERO TO RCT-RETRO-BASE-TBL (RC-IDX-WS)
                   ELSE
                       SUBTRACT PHR-GROSS
                           FROM RCT-RETRO-BASE-TBL (RC-IDX-WS)
                   END-IF
               ELSE
                   ADD PHR-GROSS TO RCT-RETRO-BASE-TBL (RC-IDX-WS)
               END-IF
           END-IF.

      *    YTD.DAT IS AN INDEXED MASTER THAT PERSISTS ACROSS RUNS; ON
           CALL "FICATEST" USING FICA-REQUEST-WS, FICA-RESULT-WS

           MOVE STATE-IN        TO STATE-CODE-IN-WS
           MOVE WORK-STATE-IN   TO STATE-WORK-IN-WS
           MOVE PAYCHECK-WS     TO STATE-GROSS-IN-WS
           MOVE RUN-TAX-YEAR-WS TO STATE-TAX-YEAR-IN-WS
           CALL "STATETAX" USING STATE-TAX-REQUEST-WS,
                   - STATE-TAX-CAL-WS - LOCAL-TAX-CAL-WS
           MOVE ZERO TO VOLUNTARY-DED-WS
           MOVE ZERO TO TAKEN-COUNT-WS
           MOVE ZERO TO BOX12-COUNT-WS
           MOVE ZERO TO MATCH-PERIOD-WS
           MOVE PAYCHECK-WS TO INCOME-WAGES-WS FICA-WAGES-WS

           MOVE PAYCHECK-WS           TO PAYCHECK-OUT
           MOVE FEDERAL-WH-WS         TO FEDERAL-WH-OUT
           ADD LOCAL-TAX-CAL-WS TO TOTAL-LOCAL-WS
           ADD VOLUNTARY-DED-WS TO TOTAL-OTHER-DED-WS
           ADD NET-PAY-WS       TO TOTAL-NET-WS
           ADD MATCH-PERIOD-WS  TO TOTAL-MATCH-WS

           MOVE 'NO' TO DEPT-FOUND-SW
           MOVE ZERO TO DEPT-SLOT-WS
                   MOVE DEPT-IN TO DEPT-CODE-TBL (DEPT-SLOT-WS)
                   MOVE ZERO    TO DEPT-GROSS-TBL (DEPT-SLOT-WS)
                   MOVE ZERO    TO DEPT-COUNT-TBL (DEPT-SLOT-WS)
                   MOVE ZERO    TO DEPT-MATCH-TBL (DEPT-SLOT-WS)
               END-IF
           END-IF
           IF DEPT-SLOT-WS > ZERO
               ADD PAYCHECK-WS TO DEPT-GROSS-TBL (DEPT-SLOT-WS)
               ADD 1           TO DEPT-COUNT-TBL (DEPT-SLOT-WS)
               ADD MATCH-PERIOD-WS TO DEPT-MATCH-TBL (DEPT-SLOT-WS)
           END-IF
           IF CHECKPOINTING-SW = 'YES'
               MOVE DEPT-IN     TO DPP-DEPT
               MOVE PAYCHECK-WS TO DPP-GROSS
               MOVE COMPANY-IN  TO DPP-COMPANY
               MOVE MATCH-PERIOD-WS TO DPP-MATCH
               WRITE DEPT-PENDING-RECORD
           END-IF

           MOVE COMPANY-IN      TO LD-COMPANY-WS
           MOVE DEPT-IN         TO LD-DEPT-WS
           MOVE PAYCHECK-WS     TO LD-GROSS-WS
           MOVE MATCH-PERIOD-WS TO LD-MATCH-WS
           PERFORM 387-ACCUMULATE-LABOR-DIST

      *    THE SAME GROSS ALSO ROLLS UP BY ENTITY FOR THE
      *    REGISTER'S COMPANY BREAKS.
           MOVE 'NO' TO CO-FOUND-SW
               MOVE 'YES' TO DEPT-FOUND-SW
           END-IF.

      *    ONE EMPLOYEE'S GROSS AND MATCH INTO THE JOURNAL'S COMPANY/
      *    DEPARTMENT TABLE - FROM THE PAY CALCULATION, OR FROM THE
      *    PENDING LOG WHEN A RESTART REBUILDS THE TOTALS.
       387-ACCUMULATE-LABOR-DIST.
           MOVE 'NO' TO LD-FOUND-SW
           MOVE ZERO TO LD-SLOT-WS
           PERFORM 388-SEARCH-LABOR-DIST
               VARYING LD-IDX-WS FROM 1 BY 1
               UNTIL LD-IDX-WS > LD-COUNT-WS
                  OR LD-FOUND-SW = 'YES'
           IF LD-FOUND-SW NOT = 'YES'
              AND LD-COUNT-WS < LABOR-DIST-LIMIT-WS
               ADD 1 TO LD-COUNT-WS
               MOVE LD-COUNT-WS   TO LD-SLOT-WS
               MOVE LD-COMPANY-WS TO LD-COMPANY-TBL (LD-SLOT-WS)
               MOVE LD-DEPT-WS    TO LD-DEPT-TBL    (LD-SLOT-WS)
               MOVE ZERO          TO LD-GROSS-TBL   (LD-SLOT-WS)
               MOVE ZERO          TO LD-MATCH-TBL   (LD-SLOT-WS)
           END-IF
           IF LD-SLOT-WS > ZERO
               ADD LD-GROSS-WS TO LD-GROSS-TBL (LD-SLOT-WS)
               ADD LD-MATCH-WS TO LD-MATCH-TBL (LD-SLOT-WS)
           END-IF.

       388-SEARCH-LABOR-DIST.
           IF LD-COMPANY-TBL (LD-IDX-WS) = LD-COMPANY-WS
              AND LD-DEPT-TBL (LD-IDX-WS) = LD-DEPT-WS
               MOVE LD-IDX-WS TO LD-SLOT-WS
               MOVE 'YES' TO LD-FOUND-SW
           END-IF.

      *    A TERMINATED EMPLOYEE IS NEITHER PAID NOR REJECTED - THE
      *    RECORD STAYS ON FILE FOR W-2 SEASON AND THE RUN JUST
      *    WALKS PAST IT.
           IF RETRO-PAY-WS > ZERO
               ADD RETRO-PAY-WS TO PAYCHECK-WS
           END-IF
           PERFORM 380-CHECK-MINIMUM-WAGE
           MOVE     PAYCHECK-WS  TO  PAYCHECK-OUT
           DISPLAY  PAYCHECK-OUT

           PERFORM 339-TAKE-PRE-TAX-DEDUCTIONS
           PERFORM 320-CALCULATE-DEDUCTIONS
           PERFORM 325-TAKE-VOLUNTARY-DEDUCTIONS
           PERFORM 350-COMPUTE-EMPLOYER-MATCH

           MOVE FEDERAL-WH-WS         TO FEDERAL-WH-OUT
           MOVE FICA-CAL-WS           TO FICA-WITHHELD-OUT
               WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF

           IF PREVAILING-PAY-WS > ZERO
               MOVE PREVAILING-PAY-WS   TO PP-AMOUNT-OUT
               MOVE PREVAILING-PAY-LINE TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF

           IF PREMIUM-PAY-WS > ZERO
               MOVE SHIFT-PREMIUM-WS    TO PM-SHIFT-OUT
               MOVE HOLIDAY-PREMIUM-WS  TO PM-HOLIDAY-PREM-OUT
               MOVE HOLIDAY-PAY-WS      TO PM-HOLIDAY-PAY-OUT
               MOVE ON-CALL-PAY-WS      TO PM-ON-CALL-OUT
               MOVE REGULAR-RATE-WS     TO PM-REGULAR-RATE-OUT
               MOVE PREMIUM-PAY-LINE    TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF

           MOVE EMPLOYER-FICA-WS     TO EMPLOYER-FICA-OUT
           MOVE EMPLOYER-MEDICARE-WS TO EMPLOYER-MEDICARE-OUT
           IF WAGE-BASE-CAPPED-WS
           ELSE
               MOVE SPACES TO WAGE-BASE-NOTE-OUT
           END-IF
           MOVE MATCH-PERIOD-WS      TO EMPLOYER-401K-OUT
           MOVE EMPLOYER-MATCH-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       306-APPLY-TIMECARD-HOURS.
           MOVE ZERO TO VAC-REQUESTED-WS
           MOVE ZERO TO SICK-REQUESTED-WS
           MOVE ZERO TO HOL-WORKED-HOURS-WS HOL-OFF-HOURS-WS
                        ON-CALL-HOURS-WS
           PERFORM 356-ZERO-EMPLOYEE-SHIFT-HOURS
               VARYING SHIFT-IDX-WS FROM 1 BY 1
               UNTIL SHIFT-IDX-WS > 9
           IF TIMECARD-PRESENT-SW = 'YES'
               MOVE ZERO TO TC-SLOT-WS
               MOVE 'NO' TO TC-FOUND-SW
                        VAC-REQUESTED-WS
                   MOVE TCT-SICK-HOURS-TBL (TC-SLOT-WS) TO
                        SICK-REQUESTED-WS
                   MOVE TCT-HOL-WORKED-TBL (TC-SLOT-WS) TO
                        HOL-WORKED-HOURS-WS
                   MOVE TCT-HOL-OFF-TBL (TC-SLOT-WS) TO
                        HOL-OFF-HOURS-WS
                   MOVE TCT-ON-CALL-TBL (TC-SLOT-WS) TO
                        ON-CALL-HOURS-WS
                   PERFORM 357-TAKE-EMPLOYEE-SHIFT-HOURS
                       VARYING SHIFT-IDX-WS FROM 1 BY 1
                       UNTIL SHIFT-IDX-WS > 9
                   IF NOT PAY-TYPE-SALARIED-IN
                       IF TCT-HOURS-TBL (TC-SLOT-WS) > 99
                           MOVE 99 TO HOURS-IN
                       MOVE HOURS-IN TO HOURS-OUT
                   END-IF
               END-IF
           END-IF
           MOVE HOURS-IN TO WORKED-HOURS-WS
      *    A SALARIED EMPLOYEE'S CARDS DON'T CHANGE THE PAY, BUT
      *    THEY ARE THE HOURS THE SALARY HAS TO COVER AT THE
      *    MINIMUM WAGE.
           IF PAY-TYPE-SALARIED-IN
              AND TIMECARD-PRESENT-SW = 'YES'
              AND TC-SLOT-WS > ZERO
               MOVE TCT-HOURS-TBL (TC-SLOT-WS) TO WORKED-HOURS-WS
           END-IF.

       356-ZERO-EMPLOYEE-SHIFT-HOURS.
           MOVE ZERO TO SHIFT-HOURS-WS (SHIFT-IDX-WS).

       357-TAKE-EMPLOYEE-SHIFT-HOURS.
           MOVE TCT-SHIFT-HOURS-TBL (TC-SLOT-WS SHIFT-IDX-WS) TO
                SHIFT-HOURS-WS (SHIFT-IDX-WS).

      *    A PENDING RATE CHANGE WHOSE EFFECTIVE DATE HAS ARRIVED IS
      *    APPLIED HERE, BEFORE GROSS PAY IS COMPUTED: THE MASTER
      *    RECORD TAKES THE NEW RATE (AND IS REWRITTEN, EXCEPT ON A
                   AFTER 1 LINE
           END-IF

      *    LIKEWISE EACH KIND OF PREMIUM PAY IN THE GROSS.
           IF SHIFT-PREMIUM-WS > ZERO
               MOVE 'INCL SHIFT DIFF'  TO STUB-DED-DESC-OUT
               MOVE SHIFT-PREMIUM-WS   TO STUB-DED-AMT-OUT
               WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
                   AFTER 1 LINE
           END-IF
           IF HOLIDAY-PREMIUM-WS > ZERO
               MOVE 'INCL HOLIDAY PREM' TO STUB-DED-DESC-OUT
               MOVE HOLIDAY-PREMIUM-WS  TO STUB-DED-AMT-OUT
               WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
                   AFTER 1 LINE
           END-IF
           IF HOLIDAY-PAY-WS > ZERO
               MOVE 'INCL HOLIDAY PAY' TO STUB-DED-DESC-OUT
               MOVE HOLIDAY-PAY-WS     TO STUB-DED-AMT-OUT
               WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
                   AFTER 1 LINE
           END-IF
           IF ON-CALL-PAY-WS > ZERO
               MOVE 'INCL ON-CALL PAY' TO STUB-DED-DESC-OUT
               MOVE ON-CALL-PAY-WS     TO STUB-DED-AMT-OUT
               WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
                   AFTER 1 LINE
           END-IF

           MOVE 'FEDERAL W/H'    TO STUB-DED-DESC-OUT
           MOVE FEDERAL-WH-WS    TO STUB-DED-AMT-OUT
           WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
      *    A SALARIED EMPLOYEE IS PAID THE PER-PERIOD SALARY AS IS -
      *    NO OVERTIME SPLIT, HOURS NOT CONSULTED. FOR HOURLY
      *    EMPLOYEES, HOURS OVER 40 ARE PAID AT TIME-AND-A-HALF;
      *    GROSS PAY IS REGULAR-RATE HOURS PLUS OVERTIME-RATE HOURS
      *    PLUS THE SHIFT, HOLIDAY AND ON-CALL PREMIUMS, MADE UP TO
      *    THE PREVAILING RATE FOR HOURS CHARGED TO A PREVAILING-
      *    WAGE JOB. THE SALARY COVERS ANY PREMIUM HOURS A SALARIED
      *    EMPLOYEE'S CARDS CARRY.
       310-CALCULATE-GROSS-PAY.
           MOVE ZERO TO OT-PREMIUM-WS
           MOVE ZERO TO PREVAILING-PAY-WS
           MOVE ZERO TO SHIFT-PREMIUM-WS HOLIDAY-PREMIUM-WS
                        HOLIDAY-PAY-WS ON-CALL-PAY-WS
                        PREMIUM-PAY-WS RATE-PREMIUM-WS
           MOVE RATE-IN TO REGULAR-RATE-WS
           IF PAY-TYPE-SALARIED-IN
               MOVE SALARY-IN TO PAYCHECK-WS
           ELSE
               PERFORM 370-PRICE-PREMIUM-HOURS
               PERFORM 312-CALCULATE-HOURLY-GROSS
               PERFORM 390-APPLY-PREVAILING-WAGE
                   VARYING JOB-IDX-WS FROM 1 BY 1
                   UNTIL JOB-IDX-WS > JOB-COUNT-WS
               ADD PREVAILING-PAY-WS TO PAYCHECK-WS
           END-IF.

       312-CALCULATE-HOURLY-GROSS.
               MOVE ZERO     TO OVERTIME-HOURS-WS
           END-IF

      *    OVERTIME HOURS GET THEIR STRAIGHT RATE PLUS HALF THE
      *    REGULAR RATE - TIME AND A HALF WHEN NO PREMIUM COUNTS.
           IF WORKED-HOURS-WS > ZERO
               COMPUTE REGULAR-RATE-WS ROUNDED = RATE-IN
                       + RATE-PREMIUM-WS / WORKED-HOURS-WS
           END-IF
           COMPUTE OVERTIME-RATE-WS ROUNDED =
                   RATE-IN + REGULAR-RATE-WS * 0.5

           COMPUTE PAYCHECK-WS =
                   (RATE-IN * REGULAR-HOURS-WS) +
                   (OVERTIME-RATE-WS * OVERTIME-HOURS-WS) +
                   PREMIUM-PAY-WS

      *    THE HALF-TIME PIECE ALONE - THE PART THE WORKERS' COMP
      *    CARRIER EXCLUDES FROM AUDITED PAYROLL.
           COMPUTE OT-PREMIUM-WS ROUNDED =
                   REGULAR-RATE-WS * 0.5 * OVERTIME-HOURS-WS.

      *    THE EMPLOYEE'S PREMIUMS FOR THE PERIOD, BY KIND, AND THE
      *    PART OF THEM THAT GOES INTO THE REGULAR RATE.
       370-PRICE-PREMIUM-HOURS.
           MOVE 'R'   TO PREM-TYPE-WS
           MOVE 'NO'  TO PREM-FULL-PAY-SW
           PERFORM 371-PRICE-ONE-SHIFT
               VARYING SHIFT-IDX-WS FROM 1 BY 1
               UNTIL SHIFT-IDX-WS > 9

           MOVE 'H'   TO PREM-TYPE-WS
           MOVE SPACE TO PREM-SHIFT-WS
           MOVE HOL-WORKED-HOURS-WS TO PREM-HOURS-WS
           PERFORM 372-PRICE-ONE-PREMIUM
           MOVE PREM-AMOUNT-WS TO HOLIDAY-PREMIUM-WS
           IF PREM-COUNTS-SW = 'YES'
               ADD PREM-AMOUNT-WS TO RATE-PREMIUM-WS
           END-IF

           MOVE 'YES' TO PREM-FULL-PAY-SW
           MOVE 'N'   TO PREM-TYPE-WS
           MOVE HOL-OFF-HOURS-WS TO PREM-HOURS-WS
           PERFORM 372-PRICE-ONE-PREMIUM
           MOVE PREM-AMOUNT-WS TO HOLIDAY-PAY-WS

           MOVE 'C'   TO PREM-TYPE-WS
           MOVE ON-CALL-HOURS-WS TO PREM-HOURS-WS
           PERFORM 372-PRICE-ONE-PREMIUM
           MOVE PREM-AMOUNT-WS TO ON-CALL-PAY-WS
           ADD ON-CALL-PAY-WS TO RATE-PREMIUM-WS

           COMPUTE PREMIUM-PAY-WS = SHIFT-PREMIUM-WS
                   + HOLIDAY-PREMIUM-WS + HOLIDAY-PAY-WS
                   + ON-CALL-PAY-WS.

       371-PRICE-ONE-SHIFT.
           MOVE SHIFT-IDX-WS (2:1) TO PREM-SHIFT-WS
           MOVE SHIFT-HOURS-WS (SHIFT-IDX-WS) TO PREM-HOURS-WS
           PERFORM 372-PRICE-ONE-PREMIUM
           ADD PREM-AMOUNT-WS TO SHIFT-PREMIUM-WS
           ADD PREM-AMOUNT-WS TO RATE-PREMIUM-WS.

      *    ONE KIND OF PREMIUM HOURS AT ITS RULE. A MULTIPLIER PAYS
      *    THE HOURS AT THAT MULTIPLE OF THE RATE WHEN THEY ARE
      *    NOT WORKED, AND THE PART ABOVE THE STRAIGHT RATE WHEN
      *    THEY ARE - THE STRAIGHT PART IS ALREADY IN THE HOURS
      *    WORKED. CENTS PER HOUR ARE PAID AS THEY STAND.
       372-PRICE-ONE-PREMIUM.
           MOVE ZERO  TO PREM-AMOUNT-WS
           MOVE 'YES' TO PREM-COUNTS-SW
           MOVE ZERO  TO PREM-RULE-SLOT-WS
           IF PREM-HOURS-WS > ZERO
               PERFORM 373-MATCH-PREMIUM-RULE
                   VARYING PREM-RULE-IDX-WS FROM 1 BY 1
                   UNTIL PREM-RULE-IDX-WS > PREM-RULE-COUNT-WS
                      OR PREM-RULE-SLOT-WS > ZERO
               EVALUATE TRUE
                   WHEN PREM-RULE-SLOT-WS = ZERO
                       IF PREM-TYPE-WS = 'N'
                           COMPUTE PREM-AMOUNT-WS ROUNDED =
                                   RATE-IN * PREM-HOURS-WS
                       END-IF
                   WHEN PMT-METHOD-TBL (PREM-RULE-SLOT-WS) = 'C'
                       COMPUTE PREM-AMOUNT-WS ROUNDED =
                               PMT-CENTS-TBL (PREM-RULE-SLOT-WS)
                               * PREM-HOURS-WS / 100
                   WHEN PREM-FULL-PAY-SW = 'YES'
                       COMPUTE PREM-AMOUNT-WS ROUNDED = RATE-IN
                               * PMT-MULTIPLIER-TBL (PREM-RULE-SLOT-WS)
                               * PREM-HOURS-WS
                   WHEN PMT-MULTIPLIER-TBL (PREM-RULE-SLOT-WS) > 1
                       COMPUTE PREM-AMOUNT-WS ROUNDED = RATE-IN
                               * (PMT-MULTIPLIER-TBL (PREM-RULE-SLOT-WS)
                                  - 1)
                               * PREM-HOURS-WS
                       IF PMT-MULTIPLIER-TBL (PREM-RULE-SLOT-WS)
                          NOT < 1.5
                           MOVE 'NO' TO PREM-COUNTS-SW
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       373-MATCH-PREMIUM-RULE.
           IF PMT-HOURS-TYPE-TBL (PREM-RULE-IDX-WS) = PREM-TYPE-WS
              AND PMT-SHIFT-CODE-TBL (PREM-RULE-IDX-WS) = PREM-SHIFT-WS
               MOVE PREM-RULE-IDX-WS TO PREM-RULE-SLOT-WS
           END-IF.

      *    THE PREMIUMS EARNED ON ONE JOB ROW, PRICED THE SAME WAY
      *    AS THE EMPLOYEE'S OWN.
       374-PRICE-JOB-PREMIUM.
           MOVE ZERO TO ROW-PREMIUM-WS
           IF NOT PAY-TYPE-SALARIED-IN
               MOVE 'R'   TO PREM-TYPE-WS
               MOVE 'NO'  TO PREM-FULL-PAY-SW
               PERFORM 375-PRICE-JOB-SHIFT
                   VARYING SHIFT-IDX-WS FROM 1 BY 1
                   UNTIL SHIFT-IDX-WS > 9
               MOVE 'H'   TO PREM-TYPE-WS
               MOVE SPACE TO PREM-SHIFT-WS
               MOVE JST-HOL-WORKED-TBL (JOB-IDX-WS) TO PREM-HOURS-WS
               PERFORM 372-PRICE-ONE-PREMIUM
               ADD PREM-AMOUNT-WS TO ROW-PREMIUM-WS
               MOVE 'YES' TO PREM-FULL-PAY-SW
               MOVE 'N'   TO PREM-TYPE-WS
               MOVE JST-HOL-OFF-TBL (JOB-IDX-WS) TO PREM-HOURS-WS
               PERFORM 372-PRICE-ONE-PREMIUM
               ADD PREM-AMOUNT-WS TO ROW-PREMIUM-WS
               MOVE 'C'   TO PREM-TYPE-WS
               MOVE JST-ON-CALL-TBL (JOB-IDX-WS) TO PREM-HOURS-WS
               PERFORM 372-PRICE-ONE-PREMIUM
               ADD PREM-AMOUNT-WS TO ROW-PREMIUM-WS
           END-IF.

       375-PRICE-JOB-SHIFT.
           MOVE SHIFT-IDX-WS (2:1) TO PREM-SHIFT-WS
           MOVE JST-SHIFT-HOURS-TBL (JOB-IDX-WS SHIFT-IDX-WS) TO
                PREM-HOURS-WS
           PERFORM 372-PRICE-ONE-PREMIUM
           ADD PREM-AMOUNT-WS TO ROW-PREMIUM-WS.

      *    THE PAYCHECK AGAINST THE FLOOR. AN HOURLY EMPLOYEE'S
      *    STRAIGHT RATE MUST MEET IT; A SALARIED ONE'S SALARY,
      *    SPREAD OVER THE HOURS THEIR CARDS SAY THEY WORKED, MUST
      *    TOO, AND - SALARIED STAFF BEING THE EXEMPT ONES - THE
      *    SALARY MUST ALSO MEET THE EXEMPT LEVEL. THE CHECK GOES
      *    OUT AS CALCULATED EITHER WAY; PAYROLL SETTLES THE
      *    SHORTFALL FROM THE REPORT.
       380-CHECK-MINIMUM-WAGE.
           IF MINWAGE-PRESENT-SW = 'YES'
               MOVE 'NO' TO MINWAGE-EMP-SHORT-SW
               MOVE ZERO TO MINIMUM-HOURLY-WS EXEMPT-WEEKLY-WS
               IF WORK-STATE-IN = SPACES
                   MOVE STATE-IN      TO MINWAGE-WORK-STATE-WS
               ELSE
                   MOVE WORK-STATE-IN TO MINWAGE-WORK-STATE-WS
               END-IF
               MOVE 'US'   TO MINWAGE-STATE-WS
               MOVE SPACES TO MINWAGE-LOCALITY-WS
               PERFORM 382-APPLY-MINIMUM-WAGE-ROW
               MOVE MINWAGE-WORK-STATE-WS TO MINWAGE-STATE-WS
               PERFORM 382-APPLY-MINIMUM-WAGE-ROW
               IF LOCALITY-IN NOT = SPACES
                   MOVE LOCALITY-IN TO MINWAGE-LOCALITY-WS
                   PERFORM 382-APPLY-MINIMUM-WAGE-ROW
               END-IF

               IF PAY-TYPE-SALARIED-IN
                   IF WORKED-HOURS-WS > ZERO
                      AND MINIMUM-HOURLY-WS > ZERO
                       COMPUTE EFFECTIVE-RATE-WS ROUNDED =
                               SALARY-IN / WORKED-HOURS-WS
                       IF EFFECTIVE-RATE-WS < MINIMUM-HOURLY-WS
                           COMPUTE MINWAGE-SHORTFALL-WS ROUNDED =
                                   MINIMUM-HOURLY-WS * WORKED-HOURS-WS
                                   - SALARY-IN
                           MOVE EFFECTIVE-RATE-WS TO MD-PAID-OUT
                           MOVE MINIMUM-HOURLY-WS TO MD-FLOOR-OUT
                           MOVE 'SALARY BELOW MINIMUM WAGE' TO
                                MD-REASON-OUT
                           PERFORM 386-WRITE-SHORTFALL-LINE
                       END-IF
                   END-IF
                   PERFORM 384-CHECK-EXEMPT-SALARY
               ELSE
                   IF RATE-IN < MINIMUM-HOURLY-WS
                       COMPUTE MINWAGE-SHORTFALL-WS ROUNDED =
                               (MINIMUM-HOURLY-WS - RATE-IN)
                               * WORKED-HOURS-WS
                       MOVE RATE-IN           TO MD-PAID-OUT
                       MOVE MINIMUM-HOURLY-WS TO MD-FLOOR-OUT
                       MOVE 'RATE BELOW MINIMUM WAGE' TO
                            MD-REASON-OUT
                       PERFORM 386-WRITE-SHORTFALL-LINE
                   END-IF
               END-IF
               IF MINWAGE-EMP-SHORT-SW = 'YES'
                   ADD 1 TO EMPLOYEES-SHORT-WS
               END-IF
           END-IF.

      *    THE LATEST ROW FOR THE JURISDICTION IN EFFECT ON THE PAY
      *    DATE RAISES THE FLOOR AND THE EXEMPT LEVEL IF IT IS
      *    HIGHER THAN WHAT IS ALREADY IN HAND.
       382-APPLY-MINIMUM-WAGE-ROW.
           MOVE ZERO TO MINWAGE-SLOT-WS MINWAGE-BEST-DATE-WS
           PERFORM 383-MATCH-MINIMUM-WAGE-ROW
               VARYING MINWAGE-IDX-WS FROM 1 BY 1
               UNTIL MINWAGE-IDX-WS > MINWAGE-COUNT-WS
           IF MINWAGE-SLOT-WS > ZERO
               IF MWT-HOURLY-TBL (MINWAGE-SLOT-WS) > MINIMUM-HOURLY-WS
                   MOVE MWT-HOURLY-TBL (MINWAGE-SLOT-WS) TO
                        MINIMUM-HOURLY-WS
               END-IF
               IF MWT-EXEMPT-WEEKLY-TBL (MINWAGE-SLOT-WS) >
                  EXEMPT-WEEKLY-WS
                   MOVE MWT-EXEMPT-WEEKLY-TBL (MINWAGE-SLOT-WS) TO
                        EXEMPT-WEEKLY-WS
               END-IF
           END-IF.

       383-MATCH-MINIMUM-WAGE-ROW.
           IF MWT-STATE-TBL (MINWAGE-IDX-WS) = MINWAGE-STATE-WS
              AND MWT-LOCALITY-TBL (MINWAGE-IDX-WS) =
                  MINWAGE-LOCALITY-WS
              AND MWT-EFF-DATE-TBL (MINWAGE-IDX-WS) NOT >
                  CURRENT-PAY-DATE-WS
              AND MWT-EFF-DATE-TBL (MINWAGE-IDX-WS) NOT <
                  MINWAGE-BEST-DATE-WS
               MOVE MINWAGE-IDX-WS TO MINWAGE-SLOT-WS
               MOVE MWT-EFF-DATE-TBL (MINWAGE-IDX-WS) TO
                    MINWAGE-BEST-DATE-WS
           END-IF.

      *    THE EXEMPT LEVELS ARE WEEKLY, SO THE PER-PERIOD SALARY
      *    IS PUT ON A WEEKLY FOOTING FIRST.
       384-CHECK-EXEMPT-SALARY.
           IF EXEMPT-WEEKLY-WS > ZERO
               PERFORM 305-SET-ANNUALIZE-FACTOR
               COMPUTE WEEKLY-SALARY-WS ROUNDED =
                       SALARY-IN * ANNUALIZE-FACTOR-WS / 52
               IF WEEKLY-SALARY-WS < EXEMPT-WEEKLY-WS
                   COMPUTE MINWAGE-SHORTFALL-WS =
                           EXEMPT-WEEKLY-WS - WEEKLY-SALARY-WS
                   MOVE WEEKLY-SALARY-WS TO MD-PAID-OUT
                   MOVE EXEMPT-WEEKLY-WS TO MD-FLOOR-OUT
                   MOVE 'SALARY BELOW EXEMPT LEVEL' TO
                        MD-REASON-OUT
                   PERFORM 386-WRITE-SHORTFALL-LINE
               END-IF
           END-IF.

       386-WRITE-SHORTFALL-LINE.
           MOVE 'YES'          TO MINWAGE-EMP-SHORT-SW
           MOVE SSN-IN         TO MD-SSN-OUT
           MOVE NAME-IN        TO MD-NAME-OUT
           MOVE MINWAGE-WORK-STATE-WS TO MD-STATE-OUT
           MOVE LOCALITY-IN    TO MD-LOCALITY-OUT
           MOVE PAY-TYPE-IN    TO MD-PAY-TYPE-OUT
           MOVE WORKED-HOURS-WS TO MD-HOURS-OUT
           MOVE MINWAGE-SHORTFALL-WS TO MD-SHORTFALL-OUT
           ADD MINWAGE-SHORTFALL-WS TO TOTAL-SHORTFALL-WS
           WRITE MINIMUM-WAGE-REPORT-LINE FROM MINWAGE-DETAIL-LINE
               AFTER 1 LINE.

      *    THE EMPLOYEE'S GROSS SPLIT ACROSS THE JOBS THE CARDS SAY
      *    WERE WORKED, PROPORTIONAL TO THE HOURS ON EACH - ONE
      *    CARDS, OR CARDS FROM BEFORE THE FIELD) WRITES A SINGLE
      *    BLANK-JOB LINE FOR THE FULL GROSS UNDER THE HOME
      *    DEPARTMENT, SO THE EXTRACT ALWAYS ADDS UP TO THE
      *    REGISTER'S GROSS. THE PREMIUMS GO TO THE JOBS THEY WERE
      *    EARNED ON; ONLY THE REST OF THE GROSS IS SPLIT BY HOURS.
       322-DISTRIBUTE-JOB-COST.
           MOVE ZERO TO JOB-TOTAL-HOURS-WS
           PERFORM 323-SUM-EMPLOYEE-JOB-HOURS
               MOVE HOURS-IN        TO JC-HOURS-OUT
               MOVE PAYCHECK-WS     TO JC-GROSS-OUT
               MOVE CURRENT-PAY-DATE-WS TO JC-PAY-DATE-OUT
               MOVE SPACES          TO JC-CLASS-OUT
               IF PAY-TYPE-SALARIED-IN
                   MOVE ZERO        TO JC-RATE-OUT
               ELSE
                   MOVE RATE-IN     TO JC-RATE-OUT
               END-IF
               MOVE OVERTIME-HOURS-WS TO JC-OT-HOURS-OUT
               MOVE PREMIUM-PAY-WS  TO JC-PREMIUM-OUT
               WRITE JOB-COST-LINE FROM JOB-COST-DETAIL
           END-IF.


       324-WRITE-ONE-JOB-SHARE.
           IF JST-SSN-TBL (JOB-IDX-WS) = SSN-IN
               PERFORM 374-PRICE-JOB-PREMIUM
               COMPUTE JOB-SHARE-WS ROUNDED =
                       (PAYCHECK-WS - PREMIUM-PAY-WS)
                       * JST-HOURS-TBL (JOB-IDX-WS)
                       / JOB-TOTAL-HOURS-WS
                       + ROW-PREMIUM-WS
               MOVE JST-JOB-TBL (JOB-IDX-WS) TO JC-JOB-OUT
               MOVE SSN-IN                   TO JC-SSN-OUT
               MOVE DEPT-IN                  TO JC-DEPT-OUT
               MOVE JST-HOURS-TBL (JOB-IDX-WS) TO JC-HOURS-OUT
               MOVE JOB-SHARE-WS             TO JC-GROSS-OUT
               MOVE CURRENT-PAY-DATE-WS      TO JC-PAY-DATE-OUT
               MOVE JST-CLASS-TBL (JOB-IDX-WS) TO JC-CLASS-OUT
               MOVE JST-RATE-TBL (JOB-IDX-WS)  TO JC-RATE-OUT
               MOVE JST-OT-HOURS-TBL (JOB-IDX-WS) TO JC-OT-HOURS-OUT
               MOVE ROW-PREMIUM-WS             TO JC-PREMIUM-OUT
               WRITE JOB-COST-LINE FROM JOB-COST-DETAIL
           END-IF.

      *    AMOUNTS. BOTH EXMPAMT'S ALLOWANCE AND FICATEST'S WAGE-BASE
      *    CAP ARE ANNUAL FIGURES, SO GROSS PAY IS ANNUALIZED GOING IN
      *    AND THEIR RESULTS ARE DE-ANNUALIZED BACK TO THIS PAY
      *    PERIOD'S SHARE COMING OUT. AN EMPLOYEE ON THE 2020-AND-
      *    LATER W-4 HAS NO ALLOWANCE - EXMPAMT HANDS BACK THE WHOLE
      *    PERIOD'S WITHHOLDING BY THE PERCENTAGE METHOD INSTEAD.
      *    THE PRE-TAX DEDUCTIONS ARE ALREADY OUT: THE INCOME TAXES
      *    SEE INCOME WAGES AND FICATEST SEES FICA WAGES, AND NET
      *    PAY STARTS FROM GROSS LESS WHAT THEY TOOK.
       320-CALCULATE-DEDUCTIONS.
           PERFORM 305-SET-ANNUALIZE-FACTOR
           COMPUTE ANNUAL-GROSS-WS =
                   INCOME-WAGES-WS * ANNUALIZE-FACTOR-WS

           MOVE MARITAL-STATUS-IN  TO EXMPAMT-MARITAL-WS
           MOVE EXEMPTIONS-IN      TO EXMPAMT-EXEMPT-NUM-WS
           MOVE RUN-TAX-YEAR-WS    TO EXMPAMT-TAX-YEAR-WS
           MOVE W4-FORM-IN          TO EXMPAMT-W4-FORM-WS
           MOVE W4-MULTI-JOBS-IN    TO EXMPAMT-W4-MULTI-JOBS-WS
           MOVE W4-DEPENDENT-AMT-IN TO EXMPAMT-W4-DEPENDENT-WS
           MOVE W4-OTHER-INCOME-IN  TO EXMPAMT-W4-OTHER-INC-WS
           MOVE W4-DEDUCTIONS-IN    TO EXMPAMT-W4-DEDUCTIONS-WS
           MOVE W4-EXTRA-WH-IN      TO EXMPAMT-W4-EXTRA-WH-WS
           MOVE ANNUAL-GROSS-WS     TO EXMPAMT-W4-ANNUAL-WAGE-WS
           MOVE ANNUALIZE-FACTOR-WS TO EXMPAMT-W4-PERIODS-WS
           CALL "EXMPAMT" USING EXMPAMT-MARITAL-WS,
               EXMPAMT-EXEMPT-NUM-WS, EXMPAMT-AMT-WS,
               EXMPAMT-TAX-YEAR-WS, EXMPAMT-W4-REQUEST-WS
           COMPUTE EXMPAMT-AMT-WS ROUNDED =
                   EXMPAMT-AMT-WS / ANNUALIZE-FACTOR-WS

           IF INCOME-WAGES-WS > EXMPAMT-AMT-WS
               COMPUTE TAXABLE-WAGES-WS =
                       INCOME-WAGES-WS - EXMPAMT-AMT-WS
           ELSE
               MOVE ZERO TO TAXABLE-WAGES-WS
           END-IF
           IF W4-FORM-2020-IN
               MOVE EXMPAMT-W4-PERIOD-WH-WS TO FEDERAL-WH-WS
           ELSE
               COMPUTE FEDERAL-WH-WS ROUNDED =
                       TAXABLE-WAGES-WS * FEDERAL-WH-RATE-WS
           END-IF

           COMPUTE FICA-GROSS-IN-WS =
                   FICA-WAGES-WS * ANNUALIZE-FACTOR-WS
           MOVE RUN-TAX-YEAR-WS TO FICA-TAX-YEAR-IN-WS
           CALL "FICATEST" USING FICA-REQUEST-WS, FICA-RESULT-WS
           COMPUTE FICA-CAL-WS     ROUNDED =
                   EMPLOYER-MEDICARE-WS / ANNUALIZE-FACTOR-WS

           MOVE STATE-IN        TO STATE-CODE-IN-WS
           MOVE WORK-STATE-IN   TO STATE-WORK-IN-WS
           MOVE INCOME-WAGES-WS TO STATE-GROSS-IN-WS
           MOVE RUN-TAX-YEAR-WS TO STATE-TAX-YEAR-IN-WS
           CALL "STATETAX" USING STATE-TAX-REQUEST-WS,
               STATE-TAX-RESULT-WS
      *    CITY/LOCAL TAX IS A FLAT RATE ON THE PERIOD'S WAGES, THE
      *    SAME FOOTING THE STATE TAX USES - NOTHING ANNUALIZED.
           MOVE LOCALITY-IN     TO LOCALITY-CODE-IN-WS
           MOVE INCOME-WAGES-WS TO LOCAL-GROSS-IN-WS
           MOVE RUN-TAX-YEAR-WS TO LOCAL-TAX-YEAR-IN-WS
           CALL "LOCALTAX" USING LOCAL-TAX-REQUEST-WS,
               LOCAL-TAX-RESULT-WS

           COMPUTE NET-PAY-WS = PAYCHECK-WS - VOLUNTARY-DED-WS
                   - FEDERAL-WH-WS
                   - FICA-CAL-WS - MEDICARE-CAL-WS - STATE-TAX-CAL-WS
                   - LOCAL-TAX-CAL-WS.

      *    THE PRE-TAX PASS RUNS BEFORE ANY TAX IS FIGURED, SO ITS
      *    FLOOR TEST WORKS AGAINST GROSS LESS THE PRE-TAX
      *    DEDUCTIONS ALREADY TAKEN - THE TAXES ARE NOT KNOWN YET.
      *    WHATEVER IT TAKES COMES OFF INCOME WAGES; A SECTION 125
      *    DEDUCTION COMES OFF FICA WAGES TOO. THE AFTER-TAX PASS
      *    PICKS UP THE RUNNING TOTALS WHERE THIS ONE LEAVES THEM.
       339-TAKE-PRE-TAX-DEDUCTIONS.
           MOVE ZERO TO VOLUNTARY-DED-WS
           MOVE ZERO TO TAKEN-COUNT-WS
           MOVE ZERO TO BOX12-COUNT-WS
           MOVE ZERO TO PRETAX-INCOME-DED-WS PRETAX-FICA-DED-WS
           MOVE ZERO TO DEFERRAL-PERIOD-WS
           MOVE 'NO' TO MATCH-PARTICIPANT-SW
           MOVE PAYCHECK-WS TO NET-PAY-WS
           IF DEDMAST-COUNT-WS > ZERO
               MOVE 'PRE' TO DED-PASS-SW
               PERFORM 326-TAKE-ONE-PRIORITY
                   VARYING DED-PRIORITY-WS FROM 1 BY 1
                   UNTIL DED-PRIORITY-WS > 9
           END-IF
           COMPUTE INCOME-WAGES-WS = PAYCHECK-WS - PRETAX-INCOME-DED-WS
           COMPUTE FICA-WAGES-WS   = PAYCHECK-WS - PRETAX-FICA-DED-WS.

      *    VOLUNTARY DEDUCTIONS COME OFF NET PAY AFTER THE STATUTORY
      *    TAXES, A PRIORITY LEVEL AT A TIME. A PERCENT DEDUCTION IS
      *    A SHARE OF GROSS; EITHER KIND IS CUT BACK SO THE
      *    PROTECTED FLOOR, AND A DEDUCTION THAT CANNOT TAKE A CENT
      *    SIMPLY DROPS OFF THIS CHECK.
       325-TAKE-VOLUNTARY-DEDUCTIONS.
           IF DEDMAST-COUNT-WS > ZERO
               MOVE 'AFT' TO DED-PASS-SW
               PERFORM 326-TAKE-ONE-PRIORITY
                   VARYING DED-PRIORITY-WS FROM 1 BY 1
                   UNTIL DED-PRIORITY-WS > 9
       327-TAKE-ONE-DEDUCTION.
           IF DMT-SSN-TBL (DED-IDX-WS) = SSN-IN
              AND DMT-PRIORITY-TBL (DED-IDX-WS) = DED-PRIORITY-WS
              AND DMT-PASS-TBL (DED-IDX-WS) = DED-PASS-SW
               IF DMT-DEFERRAL-TBL (DED-IDX-WS) = 'Y'
                   MOVE 'YES' TO MATCH-PARTICIPANT-SW
               END-IF
               IF DMT-TYPE-TBL (DED-IDX-WS) = 'P'
                   COMPUTE DED-WORK-AMOUNT-WS ROUNDED =
                           PAYCHECK-WS *
                        TO DED-WORK-AMOUNT-WS
               END-IF

               IF DMT-LIMIT-TBL (DED-IDX-WS) > ZERO
                   PERFORM 328-APPLY-ANNUAL-LIMIT
               END-IF
               MOVE DED-WORK-AMOUNT-WS TO DED-INTENDED-WS

               COMPUTE DED-AVAILABLE-WS = NET-PAY-WS
                       - DMT-FLOOR-TBL (DED-IDX-WS)
               IF DED-AVAILABLE-WS < ZERO
                   MOVE DED-AVAILABLE-WS TO DED-WORK-AMOUNT-WS
               END-IF

               IF DMT-ARREARS-TBL (DED-IDX-WS) = 'Y'
                   PERFORM 360-APPLY-ARREARS
               END-IF

               IF DED-WORK-AMOUNT-WS > ZERO
                   SUBTRACT DED-WORK-AMOUNT-WS FROM NET-PAY-WS
                   ADD DED-WORK-AMOUNT-WS TO VOLUNTARY-DED-WS
                   IF DED-PRE-TAX-PASS
                       ADD DED-WORK-AMOUNT-WS TO PRETAX-INCOME-DED-WS
                       IF DMT-TREATMENT-TBL (DED-IDX-WS) = 'S'
                           ADD DED-WORK-AMOUNT-WS TO PRETAX-FICA-DED-WS
                       END-IF
                   END-IF
                   IF DMT-BOX12-TBL (DED-IDX-WS) NOT = SPACES
                       PERFORM 342-NOTE-BOX12-AMOUNT
                   END-IF
                   IF DMT-DEFERRAL-TBL (DED-IDX-WS) = 'Y'
                       ADD DED-WORK-AMOUNT-WS TO DEFERRAL-PERIOD-WS
                   END-IF
                   IF DMT-LIMIT-TBL (DED-IDX-WS) > ZERO
                      AND NOT TRIAL-RUN-LS
                       PERFORM 329-POST-DEDYTD-TAKEN
               MOVE LIMIT-REMAINING-WS TO DED-WORK-AMOUNT-WS
           END-IF.

      *    EACH OF THE EMPLOYEE'S JOB ROWS TAKES ITS SHARE OF THE
      *    WEEK'S OVERTIME BY HOURS AND IS PRICED AT THE EMPLOYEE'S
      *    OWN RATE. ON A PREVAILING-WAGE JOB THE RATE OWED IS THE
      *    CLASSIFICATION'S BASE PLUS FRINGE - THE FRINGE IS PAID IN
      *    CASH - AND OVERTIME IS OWED AT TIME AND A HALF THE BASE
      *    PLUS THE FRINGE; WHEREVER THE EMPLOYEE'S OWN RATE FALLS
      *    SHORT, THE DIFFERENCE IS ADDED TO THE CHECK.
       390-APPLY-PREVAILING-WAGE.
           IF JST-SSN-TBL (JOB-IDX-WS) = SSN-IN
               MOVE RATE-IN TO JST-RATE-TBL (JOB-IDX-WS)
               IF HOURS-IN > ZERO
                   COMPUTE JST-OT-HOURS-TBL (JOB-IDX-WS) ROUNDED =
                           OVERTIME-HOURS-WS
                           * JST-HOURS-TBL (JOB-IDX-WS) / HOURS-IN
               ELSE
                   MOVE ZERO TO JST-OT-HOURS-TBL (JOB-IDX-WS)
               END-IF
               PERFORM 391-FIND-WAGE-CLASS
               IF PW-SLOT-WS > ZERO
                   PERFORM 394-PRICE-PREVAILING-HOURS
               END-IF
           END-IF.

      *    THE CARD'S OWN CLASSIFICATION, OR FAILING THAT THE JOB'S
      *    FIRST ONE.
       391-FIND-WAGE-CLASS.
           MOVE ZERO TO PW-SLOT-WS
           PERFORM 392-MATCH-WAGE-CLASS
               VARYING PW-IDX-WS FROM 1 BY 1
               UNTIL PW-IDX-WS > PW-CLASS-COUNT-WS
                  OR PW-SLOT-WS > ZERO
           IF PW-SLOT-WS = ZERO
               PERFORM 393-MATCH-WAGE-JOB
                   VARYING PW-IDX-WS FROM 1 BY 1
                   UNTIL PW-IDX-WS > PW-CLASS-COUNT-WS
                      OR PW-SLOT-WS > ZERO
           END-IF.

       392-MATCH-WAGE-CLASS.
           IF PWC-JOB-TBL (PW-IDX-WS) = JST-JOB-TBL (JOB-IDX-WS)
              AND PWC-CLASS-TBL (PW-IDX-WS) =
                  JST-CLASS-TBL (JOB-IDX-WS)
               MOVE PW-IDX-WS TO PW-SLOT-WS
           END-IF.

       393-MATCH-WAGE-JOB.
           IF PWC-JOB-TBL (PW-IDX-WS) = JST-JOB-TBL (JOB-IDX-WS)
               MOVE PW-IDX-WS TO PW-SLOT-WS
               MOVE PWC-CLASS-TBL (PW-IDX-WS) TO
                    JST-CLASS-TBL (JOB-IDX-WS)
           END-IF.

       394-PRICE-PREVAILING-HOURS.
           COMPUTE PW-HOURLY-RATE-WS =
                   PWC-BASE-TBL (PW-SLOT-WS)
                   + PWC-FRINGE-TBL (PW-SLOT-WS)
           COMPUTE PW-OT-RATE-WS ROUNDED =
                   PWC-BASE-TBL (PW-SLOT-WS) * 1.5
                   + PWC-FRINGE-TBL (PW-SLOT-WS)
           MOVE OVERTIME-RATE-WS TO PW-PAID-OT-RATE-WS
           COMPUTE PW-STRAIGHT-HOURS-WS =
                   JST-HOURS-TBL (JOB-IDX-WS)
                   - JST-OT-HOURS-TBL (JOB-IDX-WS)
           IF PW-HOURLY-RATE-WS > RATE-IN
               MOVE PW-HOURLY-RATE-WS TO JST-RATE-TBL (JOB-IDX-WS)
               COMPUTE PREVAILING-PAY-WS ROUNDED = PREVAILING-PAY-WS
                       + (PW-HOURLY-RATE-WS - RATE-IN)
                         * PW-STRAIGHT-HOURS-WS
           END-IF
           IF PW-OT-RATE-WS > PW-PAID-OT-RATE-WS
               COMPUTE PREVAILING-PAY-WS ROUNDED = PREVAILING-PAY-WS
                       + (PW-OT-RATE-WS - PW-PAID-OT-RATE-WS)
                         * JST-OT-HOURS-TBL (JOB-IDX-WS)
           END-IF
      *    THE HALF-TIME PIECE ON THE PREVAILING BASE RATE STAYS
      *    OUT OF THE WORKERS' COMP PAYROLL LIKE ANY OTHER PREMIUM.
           IF PWC-BASE-TBL (PW-SLOT-WS) > RATE-IN
               COMPUTE OT-PREMIUM-WS ROUNDED = OT-PREMIUM-WS
                       + (PWC-BASE-TBL (PW-SLOT-WS) - RATE-IN) * 0.5
                         * JST-OT-HOURS-TBL (JOB-IDX-WS)
           END-IF.

      *    A DEDUCTION THE FLOOR CUT SHORT OWES THE DIFFERENCE: IT
      *    GOES ON THE ARREARS FILE AS AN OPEN ITEM DATED THIS PAY
      *    DATE. A DEDUCTION TAKEN IN FULL RECOVERS WHAT IT ALREADY
      *    OWES, OLDEST ITEM FIRST, AS FAR AS THE FLOOR, THE
      *    ANNUAL CEILING, AND THE ROW'S PER-PERIOD RECOVERY CAP
      *    ALLOW - AND BECAUSE IT HAPPENS HERE, INSIDE THE PRIORITY
      *    LOOP, ARREARS ARE RECOVERED IN PRIORITY ORDER. THE
      *    RECOVERY RIDES IN THE SAME AMOUNT AS THE PERIOD'S OWN
      *    DEDUCTION, SO NET PAY, DEDYTD, DEDDETL, AND THE PAY
      *    ADVICE ALL SEE IT. A TRIAL RUN SHOWS IT BUT FILES
      *    NOTHING.
       360-APPLY-ARREARS.
           MOVE SSN-IN TO AR-SSN
           MOVE DMT-CODE-TBL (DED-IDX-WS) TO AR-CODE
           READ ARREARS-FILE
               INVALID KEY
                   MOVE 'NO'  TO ARREARS-FOUND-SW
                   MOVE ZERO  TO AR-BALANCE AR-TOTAL-SHORT
                                 AR-TOTAL-RECOVERED AR-ITEM-COUNT
                                 AR-LAST-SHORT-DATE
                                 AR-LAST-RECOVERY-DATE
               NOT INVALID KEY
                   MOVE 'YES' TO ARREARS-FOUND-SW
           END-READ
           COMPUTE DED-SHORTFALL-WS =
                   DED-INTENDED-WS - DED-WORK-AMOUNT-WS
           MOVE ZERO TO ARREARS-RECOVERY-WS
           IF DED-SHORTFALL-WS > ZERO
               PERFORM 361-RECORD-SHORTFALL
           ELSE
               IF AR-BALANCE > ZERO
                   PERFORM 362-RECOVER-ARREARS
               END-IF
           END-IF.

       361-RECORD-SHORTFALL.
           ADD 1 TO ARREARS-SHORT-COUNT-WS
           ADD DED-SHORTFALL-WS TO ARREARS-SHORT-TOTAL-WS
           ADD DED-SHORTFALL-WS TO AR-BALANCE AR-TOTAL-SHORT
           MOVE CURRENT-PAY-DATE-WS TO AR-LAST-SHORT-DATE
           IF AR-ITEM-COUNT < 12
               ADD 1 TO AR-ITEM-COUNT
               MOVE CURRENT-PAY-DATE-WS TO AR-ITEM-DATE (AR-ITEM-COUNT)
               MOVE DED-SHORTFALL-WS TO AR-ITEM-AMOUNT (AR-ITEM-COUNT)
           ELSE
               ADD DED-SHORTFALL-WS TO AR-ITEM-AMOUNT (12)
           END-IF
           PERFORM 364-SAVE-ARREARS-RECORD.

       362-RECOVER-ARREARS.
           MOVE AR-BALANCE TO ARREARS-LEFT-WS
           IF DMT-RECOVERY-CAP-TBL (DED-IDX-WS) > ZERO
               IF ARREARS-LEFT-WS > DMT-RECOVERY-CAP-TBL (DED-IDX-WS)
                   MOVE DMT-RECOVERY-CAP-TBL (DED-IDX-WS)
                        TO ARREARS-LEFT-WS
               END-IF
           ELSE
               IF ARREARS-LEFT-WS > DED-INTENDED-WS
                   MOVE DED-INTENDED-WS TO ARREARS-LEFT-WS
               END-IF
           END-IF
           COMPUTE ARREARS-ROOM-WS =
                   DED-AVAILABLE-WS - DED-WORK-AMOUNT-WS
           IF DMT-LIMIT-TBL (DED-IDX-WS) > ZERO
              AND LIMIT-REMAINING-WS - DED-WORK-AMOUNT-WS
                  < ARREARS-ROOM-WS
               COMPUTE ARREARS-ROOM-WS =
                       LIMIT-REMAINING-WS - DED-WORK-AMOUNT-WS
           END-IF
           IF ARREARS-ROOM-WS < ZERO
               MOVE ZERO TO ARREARS-ROOM-WS
           END-IF
           IF ARREARS-LEFT-WS > ARREARS-ROOM-WS
               MOVE ARREARS-ROOM-WS TO ARREARS-LEFT-WS
           END-IF
           IF ARREARS-LEFT-WS > ZERO
               MOVE ARREARS-LEFT-WS TO ARREARS-RECOVERY-WS
               ADD ARREARS-RECOVERY-WS TO DED-WORK-AMOUNT-WS
               ADD ARREARS-RECOVERY-WS TO ARREARS-RECOV-TOTAL-WS
               SUBTRACT ARREARS-RECOVERY-WS FROM AR-BALANCE
               ADD ARREARS-RECOVERY-WS TO AR-TOTAL-RECOVERED
               MOVE CURRENT-PAY-DATE-WS TO AR-LAST-RECOVERY-DATE
               PERFORM 363-REDUCE-OLDEST-ITEM
                   UNTIL ARREARS-LEFT-WS = ZERO
                      OR AR-ITEM-COUNT = ZERO
               PERFORM 364-SAVE-ARREARS-RECORD
           END-IF.

       363-REDUCE-OLDEST-ITEM.
           IF AR-ITEM-AMOUNT (1) > ARREARS-LEFT-WS
               SUBTRACT ARREARS-LEFT-WS FROM AR-ITEM-AMOUNT (1)
               MOVE ZERO TO ARREARS-LEFT-WS
           ELSE
               SUBTRACT AR-ITEM-AMOUNT (1) FROM ARREARS-LEFT-WS
               PERFORM 365-SHIFT-ONE-ITEM
                   VARYING AR-IDX-WS FROM 1 BY 1
                   UNTIL AR-IDX-WS >= AR-ITEM-COUNT
               MOVE ZERO TO AR-ITEM-DATE   (AR-ITEM-COUNT)
               MOVE ZERO TO AR-ITEM-AMOUNT (AR-ITEM-COUNT)
               SUBTRACT 1 FROM AR-ITEM-COUNT
           END-IF.

       365-SHIFT-ONE-ITEM.
           MOVE AR-OPEN-ITEM (AR-IDX-WS + 1)
                TO AR-OPEN-ITEM (AR-IDX-WS).

       364-SAVE-ARREARS-RECORD.
           IF TRIAL-RUN-LS
               CONTINUE
           ELSE
               IF ARREARS-FOUND-SW = 'YES'
                   REWRITE ARREARS-RECORD
               ELSE
                   WRITE ARREARS-RECORD
                   MOVE 'YES' TO ARREARS-FOUND-SW
               END-IF
           END-IF.

      *    A SECOND DEDUCTION UNDER A CODE ALREADY NOTED ADDS TO
      *    THAT CODE'S SLOT; A FIFTH CODE HAS NOWHERE TO GO ON THE
      *    FORM AND IS LEFT OFF.
       342-NOTE-BOX12-AMOUNT.
           MOVE ZERO TO B12-SLOT-WS
           PERFORM 344-MATCH-BOX12-SLOT
               VARYING B12-IDX-WS FROM 1 BY 1
               UNTIL B12-IDX-WS > BOX12-COUNT-WS
                  OR B12-SLOT-WS > ZERO
           IF B12-SLOT-WS = ZERO AND BOX12-COUNT-WS < 4
               ADD 1 TO BOX12-COUNT-WS
               MOVE BOX12-COUNT-WS TO B12-SLOT-WS
               MOVE DMT-BOX12-TBL (DED-IDX-WS) TO
                    B12-CODE-TBL (B12-SLOT-WS)
               MOVE ZERO TO B12-AMOUNT-TBL (B12-SLOT-WS)
           END-IF
           IF B12-SLOT-WS > ZERO
               ADD DED-WORK-AMOUNT-WS TO B12-AMOUNT-TBL (B12-SLOT-WS)
           END-IF.

       344-MATCH-BOX12-SLOT.
           IF B12-CODE-TBL (B12-IDX-WS) = DMT-BOX12-TBL (DED-IDX-WS)
               MOVE B12-IDX-WS TO B12-SLOT-WS
           END-IF.

       329-POST-DEDYTD-TAKEN.
           MOVE DEDYTD-KEY-WS TO DY-KEY
           ADD DED-WORK-AMOUNT-WS TO DY-TAKEN
               WRITE DEDYTD-RECORD
           END-IF.

      *    THE EMPLOYER 401K MATCH ON THIS CHECK, FOR AN EMPLOYEE
      *    CARRYING A DEFERRAL DEDUCTION. ELIGIBLE PAY IS THE
      *    CHECK'S GROSS, HELD UNDER THE PLAN'S ANNUAL PAY CEILING;
      *    EACH TIER MATCHES THE SLICE OF THE DEFERRAL THAT FALLS
      *    BETWEEN ITS LOW AND HIGH PERCENT OF THAT PAY, AND THE
      *    TOTAL IS CUT BACK SO THE YEAR'S MATCH NEVER PASSES THE
      *    ANNUAL CAP. A TRIAL RUN FIGURES THE MATCH BUT POSTS NO
      *    YEAR-TO-DATE ROW AND WRITES NO RECORDKEEPER LINE.
       350-COMPUTE-EMPLOYER-MATCH.
           MOVE ZERO TO MATCH-PERIOD-WS
           MOVE ZERO TO MATCH-ELIGIBLE-WS
           MOVE ZERO TO MATCH-YTD-WS
           IF MATCH-PLAN-SW = 'YES'
              AND MATCH-PARTICIPANT-SW = 'YES'
               MOVE PAYCHECK-WS TO MATCH-ELIGIBLE-WS
               MOVE MATCH-COMP-CODE-WS TO DYK-CODE-WS
               PERFORM 352-READ-MATCH-YTD-ROW
               IF MATCH-COMP-CAP-WS > ZERO
                   COMPUTE MATCH-ROOM-WS = MATCH-COMP-CAP-WS - DY-TAKEN
                   IF MATCH-ROOM-WS < ZERO
                       MOVE ZERO TO MATCH-ROOM-WS
                   END-IF
                   IF MATCH-ELIGIBLE-WS > MATCH-ROOM-WS
                       MOVE MATCH-ROOM-WS TO MATCH-ELIGIBLE-WS
                   END-IF
               END-IF
               MOVE MATCH-ELIGIBLE-WS TO MATCH-POST-AMOUNT-WS
               PERFORM 353-POST-MATCH-YTD-ROW

               PERFORM 351-APPLY-ONE-TIER
                   VARYING MT-IDX-WS FROM 1 BY 1
                   UNTIL MT-IDX-WS > MATCH-TIER-COUNT-WS

               MOVE MATCH-AMOUNT-CODE-WS TO DYK-CODE-WS
               PERFORM 352-READ-MATCH-YTD-ROW
               IF MATCH-ANNUAL-CAP-WS > ZERO
                   COMPUTE MATCH-ROOM-WS =
                           MATCH-ANNUAL-CAP-WS - DY-TAKEN
                   IF MATCH-ROOM-WS < ZERO
                       MOVE ZERO TO MATCH-ROOM-WS
                   END-IF
                   IF MATCH-PERIOD-WS > MATCH-ROOM-WS
                       MOVE MATCH-ROOM-WS TO MATCH-PERIOD-WS
                   END-IF
               END-IF
               COMPUTE MATCH-YTD-WS = DY-TAKEN + MATCH-PERIOD-WS
               MOVE MATCH-PERIOD-WS TO MATCH-POST-AMOUNT-WS
               PERFORM 353-POST-MATCH-YTD-ROW

               MOVE MATCH-DEFERRAL-CODE-WS TO DYK-CODE-WS
               PERFORM 352-READ-MATCH-YTD-ROW
               MOVE DEFERRAL-PERIOD-WS TO MATCH-POST-AMOUNT-WS
               PERFORM 353-POST-MATCH-YTD-ROW

               IF CONTRIB-OPEN-SW = 'YES'
                   PERFORM 354-WRITE-CONTRIBUTION-LINE
               END-IF
           END-IF.

       351-APPLY-ONE-TIER.
           COMPUTE MATCH-TIER-LOW-WS ROUNDED = MATCH-ELIGIBLE-WS
                   * MTT-LOW-PCT-TBL (MT-IDX-WS) / 100
           COMPUTE MATCH-TIER-HIGH-WS ROUNDED = MATCH-ELIGIBLE-WS
                   * MTT-HIGH-PCT-TBL (MT-IDX-WS) / 100
           IF DEFERRAL-PERIOD-WS < MATCH-TIER-HIGH-WS
               MOVE DEFERRAL-PERIOD-WS TO MATCH-TIER-HIGH-WS
           END-IF
           IF MATCH-TIER-HIGH-WS > MATCH-TIER-LOW-WS
               COMPUTE MATCH-PERIOD-WS ROUNDED = MATCH-PERIOD-WS
                       + (MATCH-TIER-HIGH-WS - MATCH-TIER-LOW-WS)
                       * MTT-RATE-TBL (MT-IDX-WS) / 100
           END-IF.

       352-READ-MATCH-YTD-ROW.
           MOVE SSN-IN TO DYK-SSN-WS
           MOVE DEDYTD-KEY-WS TO DY-KEY
           READ DEDYTD-FILE
               INVALID KEY
                   MOVE 'NO'  TO DEDYTD-FOUND-SW
                   MOVE ZERO  TO DY-TAKEN
               NOT INVALID KEY
                   MOVE 'YES' TO DEDYTD-FOUND-SW
           END-READ.

      *    ADDS TO THE ROW 352 JUST READ.
       353-POST-MATCH-YTD-ROW.
           IF TRIAL-RUN-LS
               CONTINUE
           ELSE
               MOVE DEDYTD-KEY-WS TO DY-KEY
               ADD MATCH-POST-AMOUNT-WS TO DY-TAKEN
               IF DEDYTD-FOUND-SW = 'YES'
                   REWRITE DEDYTD-RECORD
               ELSE
                   WRITE DEDYTD-RECORD
               END-IF
           END-IF.

       354-WRITE-CONTRIBUTION-LINE.
           MOVE SSN-IN              TO CD-SSN
           MOVE NAME-IN             TO CD-NAME
           MOVE CURRENT-PAY-DATE-WS TO CD-PAY-DATE
           MOVE MATCH-ELIGIBLE-WS   TO CD-ELIGIBLE-PAY
           MOVE DEFERRAL-PERIOD-WS  TO CD-DEFERRAL
           MOVE MATCH-PERIOD-WS     TO CD-MATCH
           COMPUTE CD-TOTAL-CONTRIB = DEFERRAL-PERIOD-WS
                   + MATCH-PERIOD-WS
           MOVE MATCH-YTD-WS        TO CD-MATCH-YTD
           WRITE CONTRIBUTION-LINE FROM CONTRIBUTION-DETAIL-WS.

      *    WEEKLY/BIWEEKLY/SEMI-MONTHLY ARE THE ONLY FREQUENCIES THIS
      *    PAYROLL SUPPORTS TODAY; AN UNRECOGNIZED CODE DEFAULTS TO
      *    WEEKLY RATHER THAN STOPPING THE RUN.

      *    THE EMPLOYER'S UNEMPLOYMENT TAXES KEY OFF THE WAGES
      *    ALREADY PAID THIS YEAR, SO THEY ARE COMPUTED HERE WHILE
      *    THE YTD BUCKETS STILL HOLD THE BEFORE-THIS-CHECK FIGURES.
      *    A SECTION 125 PREMIUM IS OUTSIDE FUTA AND SUTA WAGES AND A
      *    401K DEFERRAL IS NOT - THE SAME LINE FICA DRAWS - SO THE
      *    UNEMPLOYMENT TAXES RUN ON FICA WAGES.
           MOVE FICA-WAGES-WS   TO UNEMP-GROSS-IN-WS
           MOVE YTD-FICA-WAGES  TO UNEMP-YTD-BEFORE-WS
           MOVE STATE-IN        TO UNEMP-STATE-IN-WS
           MOVE RUN-TAX-YEAR-WS TO UNEMP-TAX-YEAR-IN-WS
           CALL "UNEMPTAX" USING UNEMP-REQUEST-WS, UNEMP-RESULT-WS
           ADD STATE-TAX-CAL-WS TO YTD-QTR-STATE    (RUN-QUARTER-WS)
           ADD LOCAL-TAX-CAL-WS TO YTD-QTR-LOCAL    (RUN-QUARTER-WS)

           ADD INCOME-WAGES-WS  TO YTD-INCOME-WAGES
           ADD FICA-WAGES-WS    TO YTD-FICA-WAGES
           ADD INCOME-WAGES-WS  TO
               YTD-QTR-INCOME-WAGES (RUN-QUARTER-WS)
           ADD FICA-WAGES-WS    TO
               YTD-QTR-FICA-WAGES   (RUN-QUARTER-WS)
           PERFORM 346-POST-ONE-BOX12
               VARYING B12-IDX-WS FROM 1 BY 1
               UNTIL B12-IDX-WS > BOX12-COUNT-WS
           PERFORM 396-POST-ONE-STATE
               VARYING ST-IDX-WS FROM 1 BY 1
               UNTIL ST-IDX-WS > 2

           IF YTD-RECORD-FOUND-SW = 'YES'
               REWRITE YTD-RECORD
           ELSE
           MOVE FICA-CAL-WS      TO PH-FICA-OUT
           MOVE MEDICARE-CAL-WS  TO PH-MEDICARE-OUT
           MOVE STATE-TAX-CAL-WS TO PH-STATE-OUT
           MOVE LOCAL-TAX-CAL-WS TO PH-LOCAL-OUT
           MOVE NET-PAY-WS       TO PH-NET-OUT
           MOVE OT-PREMIUM-WS    TO PH-OT-PREM-OUT
           MOVE PREMIUM-PAY-WS   TO PH-PREMIUM-OUT
           MOVE WC-CLASS-IN      TO PH-WC-CLASS-OUT
           MOVE EMPLOYER-FICA-WS TO PH-EMPL-FICA-OUT
           MOVE EMPLOYER-MEDICARE-WS TO PH-EMPL-MEDI-OUT
           MOVE PAY-TYPE-IN      TO PH-PAY-TYPE-OUT
           MOVE PAY-FREQ-IN      TO PH-PAY-FREQ-OUT
           IF SUPPLEMENTAL-RUN-LS
               MOVE 'S'  TO PH-RUN-TYPE-OUT
               MOVE ZERO TO PH-HOURS-OUT
           ELSE
               MOVE SPACE TO PH-RUN-TYPE-OUT
               IF PAY-TYPE-SALARIED-IN
                   MOVE ZERO TO PH-HOURS-OUT
               ELSE
                   MOVE HOURS-IN TO PH-HOURS-OUT
               END-IF
           END-IF
           WRITE PAY-HISTORY-LINE FROM PAY-HISTORY-DETAIL.

      *    A TRIAL RUN STILL SHOWS CORRECT YTD FIGURES ON THE PROOF
           ADD PAYCHECK-WS TO YTD-GROSS
           ADD FICA-CAL-WS TO YTD-FICA.

      *    EACH STATE STATETAX NAMED FOR THIS CHECK GOES INTO THE
      *    YTD SLOT ALREADY HOLDING IT, ELSE THE FIRST EMPTY ONE,
      *    WITH THE CHECK'S STATE WAGES. AN EMPLOYEE WHO HAS ALREADY
      *    FILLED BOTH SLOTS THIS YEAR (A MOVE ACROSS STATE LINES)
      *    STILL HAS THE TAX IN YTD-STATE; W2EXTR REPORTS THE GAP.
       396-POST-ONE-STATE.
           IF STATE-SPLIT-CODE-WS (ST-IDX-WS) NOT = SPACES
               MOVE ZERO TO ST-SLOT-WS
               PERFORM 398-MATCH-YTD-STATE
                   VARYING ST-YTD-IDX-WS FROM 1 BY 1
                   UNTIL ST-YTD-IDX-WS > 2
                      OR ST-SLOT-WS > ZERO
               IF ST-SLOT-WS = ZERO
                   PERFORM 399-FIND-EMPTY-STATE
                       VARYING ST-YTD-IDX-WS FROM 1 BY 1
                       UNTIL ST-YTD-IDX-WS > 2
                          OR ST-SLOT-WS > ZERO
               END-IF
               IF ST-SLOT-WS > ZERO
                   MOVE STATE-SPLIT-CODE-WS (ST-IDX-WS) TO
                        YTD-ST-CODE (ST-SLOT-WS)
                   ADD INCOME-WAGES-WS TO YTD-ST-WAGES (ST-SLOT-WS)
                   ADD STATE-SPLIT-TAX-WS (ST-IDX-WS) TO
                       YTD-ST-TAX (ST-SLOT-WS)
               END-IF
           END-IF.

       398-MATCH-YTD-STATE.
           IF YTD-ST-CODE (ST-YTD-IDX-WS) =
              STATE-SPLIT-CODE-WS (ST-IDX-WS)
               MOVE ST-YTD-IDX-WS TO ST-SLOT-WS
           END-IF.

       399-FIND-EMPTY-STATE.
           IF YTD-ST-CODE (ST-YTD-IDX-WS) = SPACES
               MOVE ST-YTD-IDX-WS TO ST-SLOT-WS
           END-IF.

      *    THE CHECK'S CODE GOES INTO THE YTD SLOT ALREADY HOLDING
      *    IT, ELSE THE FIRST EMPTY ONE.
       346-POST-ONE-BOX12.
           MOVE ZERO TO B12-SLOT-WS
           PERFORM 348-MATCH-YTD-BOX12
               VARYING B12-YTD-IDX-WS FROM 1 BY 1
               UNTIL B12-YTD-IDX-WS > 4
                  OR B12-SLOT-WS > ZERO
           IF B12-SLOT-WS = ZERO
               PERFORM 349-FIND-EMPTY-BOX12
                   VARYING B12-YTD-IDX-WS FROM 1 BY 1
                   UNTIL B12-YTD-IDX-WS > 4
                      OR B12-SLOT-WS > ZERO
           END-IF
           IF B12-SLOT-WS > ZERO
               MOVE B12-CODE-TBL (B12-IDX-WS) TO
                    YTD-BOX12-CODE (B12-SLOT-WS)
               ADD B12-AMOUNT-TBL (B12-IDX-WS) TO
                   YTD-BOX12-AMOUNT (B12-SLOT-WS)
           END-IF.

       348-MATCH-YTD-BOX12.
           IF YTD-BOX12-CODE (B12-YTD-IDX-WS) =
              B12-CODE-TBL (B12-IDX-WS)
               MOVE B12-YTD-IDX-WS TO B12-SLOT-WS
           END-IF.

       349-FIND-EMPTY-BOX12.
           IF YTD-BOX12-CODE (B12-YTD-IDX-WS) = SPACES
               MOVE B12-YTD-IDX-WS TO B12-SLOT-WS
           END-IF.

       332-INIT-NEW-YTD-RECORD.
           MOVE ZERO TO YTD-GROSS  YTD-FICA  YTD-FEDERAL
                        YTD-MEDICARE  YTD-STATE  YTD-OTHER-DED
                        YTD-LOCAL  YTD-INCOME-WAGES  YTD-FICA-WAGES
           PERFORM 333-ZERO-ONE-QUARTER
               VARYING YTD-QTR-IDX-WS FROM 1 BY 1
               UNTIL YTD-QTR-IDX-WS > 4
           PERFORM 334-CLEAR-ONE-BOX12
               VARYING YTD-QTR-IDX-WS FROM 1 BY 1
               UNTIL YTD-QTR-IDX-WS > 4
           PERFORM 336-CLEAR-ONE-STATE
               VARYING YTD-QTR-IDX-WS FROM 1 BY 1
               UNTIL YTD-QTR-IDX-WS > 2.

       333-ZERO-ONE-QUARTER.
           MOVE ZERO TO YTD-QTR-WAGES     (YTD-QTR-IDX-WS)
                        YTD-QTR-STATE     (YTD-QTR-IDX-WS)
                        YTD-QTR-FUTA      (YTD-QTR-IDX-WS)
                        YTD-QTR-SUTA      (YTD-QTR-IDX-WS)
                        YTD-QTR-LOCAL     (YTD-QTR-IDX-WS)
                        YTD-QTR-INCOME-WAGES (YTD-QTR-IDX-WS)
                        YTD-QTR-FICA-WAGES   (YTD-QTR-IDX-WS).

       334-CLEAR-ONE-BOX12.
           MOVE SPACES TO YTD-BOX12-CODE   (YTD-QTR-IDX-WS)
           MOVE ZERO   TO YTD-BOX12-AMOUNT (YTD-QTR-IDX-WS).

       336-CLEAR-ONE-STATE.
           MOVE SPACES TO YTD-ST-CODE  (YTD-QTR-IDX-WS)
           MOVE ZERO   TO YTD-ST-WAGES (YTD-QTR-IDX-WS)
                          YTD-ST-TAX   (YTD-QTR-IDX-WS).

      *    A CARD LEFT UNMATCHED AFTER THE WHOLE MASTER HAS GONE BY
      *    BELONGS TO NOBODY ON FILE - EACH ONE GOES TO THE REJECTS
               CLOSE JOB-COST-FILE
           END-IF

           IF NOT SUPPLEMENTAL-RUN-LS
               MOVE EMPLOYEES-SHORT-WS TO MT-COUNT-OUT
               MOVE TOTAL-SHORTFALL-WS TO MT-SHORTFALL-OUT
               WRITE MINIMUM-WAGE-REPORT-LINE FROM MINWAGE-TOTAL-LINE
                   AFTER 2 LINES
               CLOSE MINIMUM-WAGE-REPORT-FILE
           END-IF

           IF CONTRIB-OPEN-SW = 'YES'
               PERFORM 970-WRITE-CONTRIB-TRAILER
           END-IF

      *    EMPLOYEES-PROCESSED-OUT MUST COUNT ONLY VALID (PAID)
      *    EMPLOYEES SO THIS LINE RECONCILES AGAINST TOTAL-HOURS-OUT/
      *    TOTAL-GROSS-OUT ON THE SAME SUMMARY, NOT RECORDS-READ-WS,
           MOVE BATCH-SUMMARY-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE

           IF ARREARS-SHORT-COUNT-WS > ZERO
              OR ARREARS-RECOV-TOTAL-WS > ZERO
               MOVE ARREARS-SHORT-COUNT-WS TO AS-SHORT-COUNT-OUT
               MOVE ARREARS-SHORT-TOTAL-WS TO AS-SHORT-TOTAL-OUT
               MOVE ARREARS-RECOV-TOTAL-WS TO AS-RECOV-TOTAL-OUT
               MOVE ARREARS-SUMMARY-LINE   TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF

      *    PERSIST THE CHECK SERIES SO THE NEXT RUN CONTINUES IT -
      *    A TRIAL RUN ISSUED NO CHECKS AND LEAVES THE SERIES ALONE.
           IF TRIAL-RUN-LS
                 PAYROLL-REJECTS-FILE  PAY-STUB-FILE
                 CHECK-REGISTER-FILE   PAY-HISTORY-FILE
                 PTO-BALANCE-FILE      DEDYTD-FILE
                 ARREARS-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
               IF THRESHOLD-BREACHED-SW = 'YES'
                   MOVE 8 TO STEP-CONDITION-CODE-LS
               ELSE
                   IF EMPLOYEES-SHORT-WS > ZERO
                       MOVE 4 TO STEP-CONDITION-CODE-LS
                   ELSE
                       MOVE ZERO TO STEP-CONDITION-CODE-LS
                   END-IF
               END-IF
           END-IF.

      *    THE RECORDKEEPER'S CONTROL TOTALS, SUMMED BACK FROM THE
      *    DETAIL LINES ON FILE SO A RESTART'S TRAILER STILL COVERS
      *    THE WHOLE PAYROLL.
       970-WRITE-CONTRIB-TRAILER.
           CLOSE CONTRIBUTION-FILE
           OPEN INPUT CONTRIBUTION-FILE
           MOVE 'NO' TO EOF-CONTRIB-WS
           PERFORM 971-READ-ONE-CONTRIBUTION
           PERFORM 972-ADD-ONE-CONTRIBUTION
               UNTIL EOF-CONTRIB-WS = 'YES'
           CLOSE CONTRIBUTION-FILE
           OPEN EXTEND CONTRIBUTION-FILE
           WRITE CONTRIBUTION-LINE FROM CONTRIBUTION-TRAILER-WS
           CLOSE CONTRIBUTION-FILE.

       971-READ-ONE-CONTRIBUTION.
           READ CONTRIBUTION-FILE
               AT END MOVE 'YES' TO EOF-CONTRIB-WS
           END-READ.

       972-ADD-ONE-CONTRIBUTION.
           MOVE CONTRIBUTION-LINE TO CONTRIBUTION-DETAIL-WS
           IF CD-RECORD-TYPE = 'D'
               ADD 1                TO CT-PARTICIPANTS
               ADD CD-ELIGIBLE-PAY  TO CT-ELIGIBLE-PAY
               ADD CD-DEFERRAL      TO CT-DEFERRAL
               ADD CD-MATCH         TO CT-MATCH
               ADD CD-TOTAL-CONTRIB TO CT-TOTAL-CONTRIB
           END-IF
           PERFORM 971-READ-ONE-CONTRIBUTION.

      *    AN ABORTED NIGHT GOES ON THE SAME ALERT FILE A REJECT
      *    BREACH DOES, SO THE OPERATOR SEES IT FIRST THING.
       967-WRITE-ABORT-ALERT.
      *    AND ONE FOR NET PAY. THE DEBITS SUM TO THE REGISTER'S
      *    TOTAL GROSS AND THE CREDITS SUM TO THE SAME FIGURE, SO
      *    THE VOUCHER BALANCES BY CONSTRUCTION; THE TRAILER CARRIES
      *    TOTAL GROSS FOR THE IMPORT'S BATCH CHECK. THE EMPLOYER
      *    401K MATCH RIDES IN THE SAME VOUCHER - MATCH EXPENSE
      *    DEBITED BY DEPARTMENT AGAINST ONE MATCH-PAYABLE CREDIT -
      *    AND THE TRAILER THEN CARRIES GROSS PLUS MATCH. THE
      *    BATCH GOES ON THE END OF THE FILE: GLPOST TAKES EACH
      *    BATCH OFF ONCE IT POSTS, AND A MANUAL-CHECK BATCH KEYED
      *    SINCE THE LAST IMPORT MUST STILL BE THERE FOR IT.
      *    THE SALARY DEBITS GO BY COMPANY AND DEPARTMENT TO THE
      *    ACCOUNT GLACCTS.DAT DETERMINES FOR THE PAIR. THE CREDITS
      *    ARE BATCH TOTALS, SO THE NET PAY CLEARING ACCOUNT IS THE
      *    ONE DETERMINED FOR THE RUN'S OWN COMPANY - OR THE '**'
      *    ROW WHEN THE RUN COVERS EVERY ENTITY. THE WITHHOLDING
      *    AND MATCH ACCOUNTS STAY THE STANDARD ONES: THEY ARE
      *    CLEARED CENTRALLY BY THE DEPOSIT AND REMITTANCE RUNS.
       950-WRITE-LABOR-JOURNAL.
           OPEN EXTEND LABOR-JOURNAL-FILE
           IF PAYRLGL-FILE-STATUS-WS = '35'
               OPEN OUTPUT LABOR-JOURNAL-FILE
               CLOSE LABOR-JOURNAL-FILE
               OPEN EXTEND LABOR-JOURNAL-FILE
           END-IF

           PERFORM 955-WRITE-DEPT-DEBIT
               VARYING LD-IDX-WS FROM 1 BY 1
               UNTIL LD-IDX-WS > LD-COUNT-WS

           MOVE FEDERAL-PAYABLE-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE TOTAL-FEDERAL-WS        TO LJ-AMOUNT-OUT
           MOVE 'OTHER DEDUCTIONS PAYABLE' TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           IF ALL-COMPANIES-WS
               MOVE '**'              TO GA-COMPANY-WS
           ELSE
               MOVE COMPANY-FILTER-WS TO GA-COMPANY-WS
           END-IF
           MOVE SPACES                  TO GA-KEY-WS
           PERFORM 952-DETERMINE-PAYROLL-ACCOUNTS
           MOVE GA-PAYABLE-ACCT-WS      TO LJ-ACCOUNT-OUT
           MOVE TOTAL-NET-WS            TO LJ-AMOUNT-OUT
           MOVE 'NET PAY - PAYROLL CLEARING' TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           IF TOTAL-MATCH-WS > ZERO
               PERFORM 956-WRITE-MATCH-DEBIT
                   VARYING LD-IDX-WS FROM 1 BY 1
                   UNTIL LD-IDX-WS > LD-COUNT-WS
               MOVE MATCH-PAYABLE-ACCT-WS TO LJ-ACCOUNT-OUT
               MOVE TOTAL-MATCH-WS        TO LJ-AMOUNT-OUT
               MOVE '401K MATCH PAYABLE'  TO LJ-DESCRIPTION-OUT
               PERFORM 958-WRITE-CREDIT-LINE
           END-IF

           MOVE 'BT'                    TO LJ-RECORD-TYPE-OUT
           MOVE SALARY-EXPENSE-ACCT-WS  TO LJ-ACCOUNT-OUT
           MOVE 'DR'                    TO LJ-DR-CR-OUT
           COMPUTE LJ-AMOUNT-OUT = TOTAL-GROSS-WS + TOTAL-MATCH-WS
           MOVE 'PAYROLL BATCH TOTAL'   TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           CLOSE LABOR-JOURNAL-FILE.

      *    THE STANDARD ACCOUNTS GO IN AND COME BACK AS GLACCTS.DAT
      *    DETERMINES THEM FOR GA-COMPANY-WS AND GA-KEY-WS. AN
      *    ACCOUNT THE CHART DOESN'T CARRY IS REFUSED IN FAVOR OF
      *    THE STANDARD ONE, AND THE REJECTS FILE SAYS SO.
       952-DETERMINE-PAYROLL-ACCOUNTS.
           MOVE 'FIND '                TO GA-FUNCTION-WS
           MOVE 'P'                    TO GA-TYPE-WS
           MOVE SALARY-EXPENSE-ACCT-WS TO GA-EXPENSE-ACCT-WS
           MOVE SPACES                 TO GA-ACCUM-ACCT-WS
           MOVE SPACES                 TO GA-COST-ACCT-WS
           MOVE PAYROLL-CASH-ACCT-WS   TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS
           IF GA-REFUSED-COUNT-WS > ZERO
               MOVE ZERO   TO REJECT-SSN-OUT
               MOVE SPACES TO REJECT-NAME-OUT
               STRING 'GL CO '        DELIMITED BY SIZE
                      GA-COMPANY-WS   DELIMITED BY SIZE
                      ' DEPT '        DELIMITED BY SIZE
                      GA-KEY-WS       DELIMITED BY SIZE
                   INTO REJECT-NAME-OUT
               END-STRING
               MOVE 'GL ACCT NOT ON CHART - DEFAULT' TO
                    REJECT-REASON-OUT
               MOVE REJECT-RECORD-LINE TO PRINT-REJECT-LINE
               WRITE PRINT-REJECT-LINE
           END-IF.

       955-WRITE-DEPT-DEBIT.
           MOVE LD-COMPANY-TBL (LD-IDX-WS) TO GA-COMPANY-WS
           MOVE LD-DEPT-TBL    (LD-IDX-WS) TO GA-KEY-WS
           PERFORM 952-DETERMINE-PAYROLL-ACCOUNTS
           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE GA-EXPENSE-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'DR' TO LJ-DR-CR-OUT
           MOVE LD-GROSS-TBL (LD-IDX-WS) TO LJ-AMOUNT-OUT
           MOVE SPACES TO LJ-DESCRIPTION-OUT
           STRING 'SALARY EXPENSE - DEPT ' DELIMITED BY SIZE
                  LD-DEPT-TBL (LD-IDX-WS) DELIMITED BY SIZE
               INTO LJ-DESCRIPTION-OUT
           END-STRING
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL.

       956-WRITE-MATCH-DEBIT.
           IF LD-MATCH-TBL (LD-IDX-WS) > ZERO
               MOVE 'JV' TO LJ-RECORD-TYPE-OUT
               MOVE MATCH-EXPENSE-ACCT-WS TO LJ-ACCOUNT-OUT
               MOVE 'DR' TO LJ-DR-CR-OUT
               MOVE LD-MATCH-TBL (LD-IDX-WS) TO LJ-AMOUNT-OUT
               MOVE SPACES TO LJ-DESCRIPTION-OUT
               STRING '401K MATCH - DEPT ' DELIMITED BY SIZE
                      LD-DEPT-TBL (LD-IDX-WS) DELIMITED BY SIZE
                   INTO LJ-DESCRIPTION-OUT
               END-STRING
               WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL
           END-IF.

       958-WRITE-CREDIT-LINE.
           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE 'CR' TO LJ-DR-CR-OUT
