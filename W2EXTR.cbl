      *    YEAR-END W-2 EXTRACT. READS THE YTD MASTER JOINED TO THE
      *    PAYROLL MASTER BY SSN AND WRITES ONE EXTRACT RECORD PER
      *    EMPLOYEE - WAGES, FEDERAL WITHHELD, SOCIAL SECURITY WAGES
      *    AND TAX, MEDICARE WAGES AND TAX, STATE CODE AND STATE
      *    TAX, THE BOX 12 CODES AND AMOUNTS, THE STATE WAGES AND
      *    TAX FOR EACH OF UP TO TWO STATES - PLUS A BALANCING
      *    REPORT. THE COMPANY TOTALS MUST EQUAL THE SUM OF THE FOUR
      *    QUARTERLY 941 BUCKETS; THE EXTRACT IS NOT TO BE RELEASED
      *    ON AN OUT-OF-BALANCE RUN.
      *
      *    THE SAME FIGURES ALSO GO OUT AS EFW2.DAT, THE SOCIAL
      *    SECURITY ADMINISTRATION'S EFW2 SUBMISSION FORMAT, READY
      *    TO UPLOAD WITHOUT REKEYING: AN RA SUBMITTER RECORD, THEN
      *    FOR EACH EMPLOYER IDENTIFICATION AN RE RECORD, ITS
      *    EMPLOYEES' RW (FEDERAL) AND RS (STATE) RECORDS, AND AN
      *    RT TOTAL, AND LAST THE RF FINAL RECORD. THE RT TOTALS
      *    ARE PROVED AGAINST THE SAME ANNUAL FIGURES AS THE
      *    EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            SELECT W2-REPORT-FILE ASSIGN TO 'W2EXTR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EFW2-FILE ASSIGN TO 'EFW2.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

      *    WHO IS SUBMITTING - THE BUSINESS SERVICES ONLINE USER ID
      *    AND THE CONTACT SSA CALLS ABOUT A REJECTED FILE. THE
      *    SUBMITTING COMPANY ITSELF IS THE FIRST EMPLOYER CARD.
            SELECT EFW2-PARM-FILE ASSIGN TO 'EFW2.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EFW2-PARM-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME RECORD LAYOUT AS YTD-RECORD IN PROB3 - NOT A
           05  YTD-OTHER-DED       PIC 9(7)V99.
           05  YTD-LOCAL           PIC 9(7)V99.
           05  YTD-QTR-LOCAL       PIC 9(7)V99 OCCURS 4 TIMES.
           05  YTD-INCOME-WAGES    PIC 9(9)V99.
           05  YTD-FICA-WAGES      PIC 9(9)V99.
           05  YTD-QTR-TAXABLE OCCURS 4 TIMES.
               10  YTD-QTR-INCOME-WAGES PIC 9(7)V99.
               10  YTD-QTR-FICA-WAGES   PIC 9(7)V99.
           05  YTD-BOX12-ENTRY OCCURS 4 TIMES.
               10  YTD-BOX12-CODE       PIC XX.
               10  YTD-BOX12-AMOUNT     PIC 9(7)V99.
           05  YTD-STATE-ENTRY OCCURS 2 TIMES.
               10  YTD-ST-CODE          PIC XX.
               10  YTD-ST-WAGES         PIC 9(9)V99.
               10  YTD-ST-TAX           PIC 9(7)V99.

       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  ZIP-IN            PIC X(9).
           05  FILLER            PIC X(8).
           05  COMPANY-IN        PIC XX.
           05  W4-FORM-IN        PIC X.
           05  W4-MULTI-JOBS-IN  PIC X.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
           05  WORK-STATE-IN       PIC XX.

       FD  FICA-RATE-FILE RECORDING MODE IS F.
       01  FICA-RATE-RECORD.
      *    THE W-2 ADDRESS BOXES USED TO GO OUT BLANK AND BE HAND-
      *    TYPED FROM HR'S SIDE FILE.
       FD  W2-EXTRACT-FILE RECORDING MODE IS F.
       01  W2-EXTRACT-LINE     PIC X(300).

       FD  W2-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-W2-LINE       PIC X(132).

      *    THE FIRST CARD IS THE EMPLOYER FILTER EVERY PROGRAM
      *    READS. EACH CARD AFTER IT IDENTIFIES ONE EMPLOYER FOR THE
      *    EFW2 FILE - COMPANY CODE, FEDERAL EIN, NAME, AND ADDRESS.
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

       FD  EFW2-FILE RECORDING MODE IS F.
       01  EFW2-LINE           PIC X(512).

       FD  EFW2-PARM-FILE RECORDING MODE IS F.
       01  EFW2-PARM-CARD.
           05  EP-USER-ID          PIC X(8).
           05  EP-CONTACT-NAME     PIC X(27).
           05  EP-CONTACT-PHONE    PIC X(15).
           05  EP-CONTACT-EMAIL    PIC X(40).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  RECORDS-EXTRACTED-WS    PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-NO-MASTER-WS    PICTURE 9(6)  VALUE ZERO.
           05  QTR-IDX-WS              PICTURE 9     VALUE 1.
           05  BOX12-IDX-WS            PICTURE 9     VALUE 1.
           05  ST-IDX-WS               PICTURE 9     VALUE 1.
           05  STATE-SLOT-TAX-WS       PICTURE 9(8)V99 VALUE ZERO.
           05  RECORDS-STATE-SHORT-WS  PICTURE 9(6)  VALUE ZERO.
           05  RS-LOCAL-WRITTEN-SW     PICTURE X(3)  VALUE 'NO'.
           05  TAXING-STATE-WS         PICTURE XX    VALUE SPACES.

       01  FILE-STATUS-FIELDS-WS.
           05  YTD-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  FICA-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  COMPANY-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  EFW2-PARM-FILE-STATUS-WS PICTURE XX   VALUE SPACES.

       01  COMPANY-FILTER-WS           PICTURE XX    VALUE SPACES.
           88  ALL-COMPANIES-WS            VALUE SPACES '**'.
           05  QS-STATE-WS             PICTURE 9(10)V99 VALUE ZERO.
           05  CO-LOCAL-WS             PICTURE 9(10)V99 VALUE ZERO.
           05  QS-LOCAL-WS             PICTURE 9(10)V99 VALUE ZERO.
           05  CO-INCOME-WAGES-WS      PICTURE 9(10)V99 VALUE ZERO.
           05  QS-INCOME-WAGES-WS      PICTURE 9(10)V99 VALUE ZERO.
           05  CO-FICA-WAGES-WS        PICTURE 9(10)V99 VALUE ZERO.
           05  QS-FICA-WAGES-WS        PICTURE 9(10)V99 VALUE ZERO.
           05  BALANCED-SW             PICTURE X(3)     VALUE 'YES'.

      *    THE EMPLOYER CARDS FROM COMPANY.PRM. AN EMPLOYEE WHOSE
      *    MASTER CARRIES NO COMPANY CODE (OR HAS NO MASTER) FILES
      *    UNDER THE FIRST CARD, THE ORIGINAL SINGLE EMPLOYER.
       01  EMPLOYER-CONTROL-WS.
           05  EOF-COMPANY-PARM-WS     PIC X(3) VALUE 'NO'.
           05  EMPLOYER-COUNT-WS       PIC 9(2) VALUE ZERO.
           05  EMPLOYER-IDX-WS         PIC 9(2) VALUE ZERO.
           05  EMPLOYER-SEARCH-IDX-WS  PIC 9(2) VALUE ZERO.
           05  EMPLOYER-SLOT-WS        PIC 9(2) VALUE ZERO.
           05  EMPLOYER-FOUND-SW       PIC X(3) VALUE 'NO'.
           05  EMPLOYER-FULL-SW        PIC X(3) VALUE 'NO'.
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

      *    EFW2 CONTROL. THE RT COUNTS AND DOLLARS OF EVERY
      *    EMPLOYER ARE ADDED UP AND PROVED AGAINST THE ANNUAL
      *    FIGURES ABOVE; AN EMPLOYEE NO EMPLOYER CARD CLAIMS NEVER
      *    REACHES THE FILE AND THROWS THAT PROOF OUT.
       01  EFW2-CONTROL-WS.
           05  EFW2-WRITTEN-SW         PIC X(3) VALUE 'NO'.
           05  EFW2-PARM-READ-SW       PIC X(3) VALUE 'NO'.
           05  EFW2-RECORDS-WS         PIC 9(6) VALUE ZERO.
           05  EFW2-RW-COUNT-WS        PIC 9(7) VALUE ZERO.
           05  EFW2-NO-EMPLOYER-WS     PIC 9(6) VALUE ZERO.
           05  EFW2-UNMAPPED-CODES-WS  PIC 9(6) VALUE ZERO.
           05  EFW2-WAGES-WS           PIC 9(10)V99 VALUE ZERO.
           05  EFW2-FEDERAL-WS         PIC 9(10)V99 VALUE ZERO.
           05  EFW2-SS-TAX-WS          PIC 9(10)V99 VALUE ZERO.
           05  EFW2-MEDI-WAGES-WS      PIC 9(10)V99 VALUE ZERO.
           05  EFW2-MEDI-TAX-WS        PIC 9(10)V99 VALUE ZERO.
           05  CODE-IDX-WS             PIC 9(2) VALUE ZERO.
           05  CODE-SLOT-WS            PIC 9(2) VALUE ZERO.
           05  RW-SLOT-WS              PIC 9(2) VALUE ZERO.
           05  RT-SLOT-WS              PIC 9(2) VALUE ZERO.
           05  NAME-LEAD-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  NAME-COMMA-COUNT-WS     PIC 9(2) VALUE ZERO.
           05  NAME-PART-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  NAME-PART-1-WS          PIC X(20) VALUE SPACES.
           05  NAME-PART-2-WS          PIC X(20) VALUE SPACES.
           05  NAME-PART-3-WS          PIC X(20) VALUE SPACES.
           05  NAME-REST-WS            PIC X(20) VALUE SPACES.
           05  STATE-FIPS-WS           PIC 99   VALUE ZERO.
           05  STATE-IDX-WS            PIC 9(2) VALUE ZERO.

      *    WHERE EACH BOX 12 CODE LANDS: ITS AMOUNT SLOT ON THE RW
      *    RECORD, ITS SLOT ON THE RT RECORD (SSA ORDERS THE TWO
      *    DIFFERENTLY), AND WHETHER IT MEANS THE EMPLOYEE IS IN A
      *    RETIREMENT PLAN (W-2 BOX 13).
       01  BOX12-MAP-SETUP.
           05  FILLER PIC X(7) VALUE 'D 0101Y'.
           05  FILLER PIC X(7) VALUE 'E 0202Y'.
           05  FILLER PIC X(7) VALUE 'F 0303Y'.
           05  FILLER PIC X(7) VALUE 'G 0404Y'.
           05  FILLER PIC X(7) VALUE 'H 0505Y'.
           05  FILLER PIC X(7) VALUE 'W 0808N'.
           05  FILLER PIC X(7) VALUE 'Q 1010N'.
           05  FILLER PIC X(7) VALUE 'C 1212N'.
           05  FILLER PIC X(7) VALUE 'V 1314N'.
           05  FILLER PIC X(7) VALUE 'Y 1415N'.
           05  FILLER PIC X(7) VALUE 'AA1516Y'.
           05  FILLER PIC X(7) VALUE 'BB1617Y'.
           05  FILLER PIC X(7) VALUE 'DD1711N'.
           05  FILLER PIC X(7) VALUE 'FF1818N'.
       01  BOX12-MAP-WS REDEFINES BOX12-MAP-SETUP.
           05  BOX12-MAP-ENTRY-WS OCCURS 14 TIMES.
               10  MAP-CODE-TBL        PIC XX.
               10  MAP-RW-SLOT-TBL     PIC 99.
               10  MAP-RT-SLOT-TBL     PIC 99.
               10  MAP-RETIREMENT-TBL  PIC X.

      *    THE RS RECORD CARRIES THE STATE AS ITS NUMERIC FIPS CODE.
       01  STATE-FIPS-SETUP.
           05  FILLER PIC X(40) VALUE
               'AL01AK02AZ04AR05CA06CO08CT09DE10DC11FL12'.
           05  FILLER PIC X(40) VALUE
               'GA13HI15ID16IL17IN18IA19KS20KY21LA22ME23'.
           05  FILLER PIC X(40) VALUE
               'MD24MA25MI26MN27MS28MO29MT30NE31NV32NH33'.
           05  FILLER PIC X(40) VALUE
               'NJ34NM35NY36NC37ND38OH39OK40OR41PA42RI44'.
           05  FILLER PIC X(40) VALUE
               'SC45SD46TN47TX48UT49VT50VA51WA53WV54WI55'.
           05  FILLER PIC X(4)  VALUE 'WY56'.
       01  STATE-FIPS-TABLE-WS REDEFINES STATE-FIPS-SETUP.
           05  STATE-FIPS-ENTRY-WS OCCURS 51 TIMES.
               10  FIPS-STATE-TBL      PIC XX.
               10  FIPS-CODE-TBL       PIC 99.

      *    THE SSA EFW2 RECORDS, 512 BYTES EACH. MONEY IS WHOLE
      *    CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED; FIELDS THIS
      *    SHOP HAS NO USE FOR GO OUT BLANK.
       01  EFW2-RA-RECORD.
           05  FILLER              PIC XX      VALUE 'RA'.
           05  RA-SUBMITTER-EIN    PIC 9(9)    VALUE ZERO.
           05  RA-USER-ID          PIC X(8)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  FILLER              PIC X       VALUE '0'.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC XX      VALUE '98'.
           05  RA-COMPANY-NAME     PIC X(57)   VALUE SPACES.
           05  RA-COMPANY-LOCATION PIC X(22)   VALUE SPACES.
           05  RA-COMPANY-DELIVERY PIC X(22)   VALUE SPACES.
           05  RA-COMPANY-CITY     PIC X(22)   VALUE SPACES.
           05  RA-COMPANY-STATE    PIC XX      VALUE SPACES.
           05  RA-COMPANY-ZIP      PIC X(5)    VALUE SPACES.
           05  RA-COMPANY-ZIP-EXT  PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(45)   VALUE SPACES.
           05  RA-SUBMITTER-NAME   PIC X(57)   VALUE SPACES.
           05  RA-SUBMITTER-LOCATION PIC X(22) VALUE SPACES.
           05  RA-SUBMITTER-DELIVERY PIC X(22) VALUE SPACES.
           05  RA-SUBMITTER-CITY   PIC X(22)   VALUE SPACES.
           05  RA-SUBMITTER-STATE  PIC XX      VALUE SPACES.
           05  RA-SUBMITTER-ZIP    PIC X(5)    VALUE SPACES.
           05  RA-SUBMITTER-ZIP-EXT PIC X(4)   VALUE SPACES.
           05  FILLER              PIC X(45)   VALUE SPACES.
           05  RA-CONTACT-NAME     PIC X(27)   VALUE SPACES.
           05  RA-CONTACT-PHONE    PIC X(15)   VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  RA-CONTACT-EMAIL    PIC X(40)   VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05  FILLER              PIC X       VALUE 'L'.
           05  FILLER              PIC X(12)   VALUE SPACES.

       01  EFW2-RE-RECORD.
           05  FILLER              PIC XX      VALUE 'RE'.
           05  RE-TAX-YEAR         PIC 9(4)    VALUE ZERO.
           05  FILLER              PIC X       VALUE SPACE.
           05  RE-EIN              PIC 9(9)    VALUE ZERO.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  FILLER              PIC X       VALUE '0'.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  RE-EMPLOYER-NAME    PIC X(57)   VALUE SPACES.
           05  RE-LOCATION         PIC X(22)   VALUE SPACES.
           05  RE-DELIVERY         PIC X(22)   VALUE SPACES.
           05  RE-CITY             PIC X(22)   VALUE SPACES.
           05  RE-STATE            PIC XX      VALUE SPACES.
           05  RE-ZIP              PIC X(5)    VALUE SPACES.
           05  RE-ZIP-EXT          PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X       VALUE 'N'.
           05  FILLER              PIC X(44)   VALUE SPACES.
           05  FILLER              PIC X       VALUE 'R'.
           05  FILLER              PIC X       VALUE SPACE.
           05  FILLER              PIC X       VALUE '0'.
           05  FILLER              PIC X(291)  VALUE SPACES.

       01  EFW2-RW-RECORD.
           05  FILLER              PIC XX      VALUE 'RW'.
           05  RW-SSN              PIC 9(9)    VALUE ZERO.
           05  RW-FIRST-NAME       PIC X(15)   VALUE SPACES.
           05  RW-MIDDLE-NAME      PIC X(15)   VALUE SPACES.
           05  RW-LAST-NAME        PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RW-LOCATION         PIC X(22)   VALUE SPACES.
           05  RW-DELIVERY         PIC X(22)   VALUE SPACES.
           05  RW-CITY             PIC X(22)   VALUE SPACES.
           05  RW-STATE            PIC XX      VALUE SPACES.
           05  RW-ZIP              PIC X(5)    VALUE SPACES.
           05  RW-ZIP-EXT          PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(45)   VALUE SPACES.
           05  RW-WAGES            PIC 9(9)V99 VALUE ZERO.
           05  RW-FEDERAL          PIC 9(9)V99 VALUE ZERO.
           05  RW-SS-WAGES         PIC 9(9)V99 VALUE ZERO.
           05  RW-SS-TAX           PIC 9(9)V99 VALUE ZERO.
           05  RW-MEDI-WAGES       PIC 9(9)V99 VALUE ZERO.
           05  RW-MEDI-TAX         PIC 9(9)V99 VALUE ZERO.
           05  RW-SS-TIPS          PIC 9(9)V99 VALUE ZERO.
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  RW-DEPENDENT-CARE   PIC 9(9)V99 VALUE ZERO.
           05  RW-CODE-AREA.
               10  RW-CODE-AMOUNT  PIC 9(9)V99 OCCURS 18 TIMES.
           05  RW-CODE-AREA-X REDEFINES RW-CODE-AREA.
               10  RW-CODE-AMOUNT-X PIC X(11)  OCCURS 18 TIMES.
           05  FILLER              PIC X       VALUE SPACE.
           05  FILLER              PIC X       VALUE '0'.
           05  FILLER              PIC X       VALUE SPACE.
           05  RW-RETIREMENT-PLAN  PIC X       VALUE '0'.
           05  FILLER              PIC X       VALUE '0'.
           05  FILLER              PIC X(23)   VALUE SPACES.

       01  EFW2-RS-RECORD.
           05  FILLER              PIC XX      VALUE 'RS'.
           05  RS-STATE-CODE       PIC 99      VALUE ZERO.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  RS-SSN              PIC 9(9)    VALUE ZERO.
           05  RS-FIRST-NAME       PIC X(15)   VALUE SPACES.
           05  RS-MIDDLE-NAME      PIC X(15)   VALUE SPACES.
           05  RS-LAST-NAME        PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RS-LOCATION         PIC X(22)   VALUE SPACES.
           05  RS-DELIVERY         PIC X(22)   VALUE SPACES.
           05  RS-CITY             PIC X(22)   VALUE SPACES.
           05  RS-STATE            PIC XX      VALUE SPACES.
           05  RS-ZIP              PIC X(5)    VALUE SPACES.
           05  RS-ZIP-EXT          PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(98)   VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  RS-TAXING-STATE     PIC 99      VALUE ZERO.
           05  RS-STATE-WAGES      PIC 9(9)V99 VALUE ZERO.
           05  RS-STATE-TAX        PIC 9(9)V99 VALUE ZERO.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  RS-LOCAL-TYPE       PIC X       VALUE SPACE.
           05  RS-LOCAL-WAGES      PIC 9(9)V99 VALUE ZERO.
           05  RS-LOCAL-TAX        PIC 9(9)V99 VALUE ZERO.
           05  FILLER              PIC X(182)  VALUE SPACES.

       01  EFW2-RT-RECORD.
           05  FILLER              PIC XX       VALUE 'RT'.
           05  RT-RW-COUNT         PIC 9(7)     VALUE ZERO.
           05  RT-WAGES            PIC 9(13)V99 VALUE ZERO.
           05  RT-FEDERAL          PIC 9(13)V99 VALUE ZERO.
           05  RT-SS-WAGES         PIC 9(13)V99 VALUE ZERO.
           05  RT-SS-TAX           PIC 9(13)V99 VALUE ZERO.
           05  RT-MEDI-WAGES       PIC 9(13)V99 VALUE ZERO.
           05  RT-MEDI-TAX         PIC 9(13)V99 VALUE ZERO.
           05  RT-SS-TIPS          PIC 9(13)V99 VALUE ZERO.
           05  FILLER              PIC X(15)    VALUE SPACES.
           05  RT-DEPENDENT-CARE   PIC 9(13)V99 VALUE ZERO.
           05  RT-CODE-AREA.
               10  RT-CODE-AMOUNT  PIC 9(13)V99 OCCURS 18 TIMES.
           05  RT-CODE-AREA-X REDEFINES RT-CODE-AREA.
               10  RT-CODE-AMOUNT-X PIC X(15)   OCCURS 18 TIMES.
           05  FILLER              PIC X(98)    VALUE SPACES.

       01  EFW2-RF-RECORD.
           05  FILLER              PIC XX      VALUE 'RF'.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  RF-RW-COUNT         PIC 9(9)    VALUE ZERO.
           05  FILLER              PIC X(496)  VALUE SPACES.

       01  W2-DETAIL-LINE.
           05  W2-SSN-OUT          PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  W2-ADDR-STATE-OUT   PIC XX.
           05  FILLER              PIC X VALUE SPACE.
           05  W2-ZIP-OUT          PIC X(9).
           05  FILLER              PIC X VALUE SPACE.
           05  W2-BOX12-OUT OCCURS 4 TIMES.
               10  W2-BOX12-CODE-OUT   PIC XX.
               10  W2-BOX12-AMOUNT-OUT PIC 9(7)V99.
      *    W2-STATE-CODE-OUT AND W2-STATE-TAX-OUT ABOVE STAY THE
      *    RESIDENT STATE AND THE ALL-STATE TOTAL; THESE ARE THE
      *    PER-STATE BOXES 15 THROUGH 17, WORK STATE FIRST.
           05  FILLER              PIC X VALUE SPACE.
           05  W2-STATE-DETAIL-OUT OCCURS 2 TIMES.
               10  W2-ST-CODE-OUT      PIC XX.
               10  FILLER              PIC X.
               10  W2-ST-WAGES-OUT     PIC 9(9)V99.
               10  FILLER              PIC X.
               10  W2-ST-TAX-OUT       PIC 9(7)V99.
               10  FILLER              PIC X.
           05  FILLER              PIC XX VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'W2EXTR'.
                 '  SUM QUARTERS'.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       01  EFW2-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 '        ANNUAL'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 '  EFW2 RT SUMS'.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       01  VERDICT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VERDICT-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  EFW2-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
                 'EFW2 RW RECORDS: '.
           05  EF-RW-COUNT-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 'NO EMPLOYER CARD: '.
           05  EF-NO-EMPLOYER-OUT  PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 'BOX 12 NOT ON RW: '.
           05  EF-UNMAPPED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       01  EXTRACT-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
           05                      PICTURE X(22)   VALUE
                 'NOT ON MASTER: '.
           05  ES-NO-MASTER-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 'STATE DETAIL SHORT: '.
           05  ES-STATE-SHORT-OUT  PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    CALENDAR STEP: 0 = GOOD, 4 = NO EMPLOYER CARDS, SO NO
      *    EFW2 FILE, 8 = THE ANNUAL AND QUARTERLY FIGURES (OR THE
      *    EFW2 TOTALS) DISAGREE AND THE EXTRACT MUST NOT GO OUT.
      *    A STANDALONE RUN PASSES NOTHING AND THE NULL TEST LEAVES
      *    IT ALONE.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-YTD-WS = 'YES'
           PERFORM    700-WRITE-EFW2-FILE
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF BALANCED-SW NOT = 'YES'
                   MOVE 8 TO STEP-CONDITION-CODE-LS
               ELSE
                   IF EFW2-WRITTEN-SW NOT = 'YES'
                       MOVE 4 TO STEP-CONDITION-CODE-LS
                   ELSE
                       MOVE ZERO TO STEP-CONDITION-CODE-LS
                   END-IF
               END-IF
           END-IF.

               AFTER 1 LINE

           PERFORM 215-READ-COMPANY-FILTER
           PERFORM 218-READ-EFW2-SUBMITTER
           PERFORM 220-LOOK-UP-WAGE-BASE
           PERFORM 250-READ-ONE-YTD.

      *    NO COMPANY.PRM (STATUS 35), A BLANK CARD, OR '**'
      *    EXTRACTS EVERY ENTITY TOGETHER, EXACTLY AS BEFORE. THE
      *    EMPLOYER CARDS BEHIND THE FILTER CARD ARE LOADED FOR THE
      *    EFW2 FILE.
       215-READ-COMPANY-FILTER.
           OPEN INPUT COMPANY-PARM-FILE
           IF COMPANY-FILE-STATUS-WS = '00'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
                   NOT AT END
                       MOVE COMPANY-PARM-LINE (1:2) TO
                            COMPANY-FILTER-WS
               END-READ
               PERFORM 216-READ-ONE-EMPLOYER-CARD
               PERFORM 217-LOAD-ONE-EMPLOYER-CARD
                   UNTIL EOF-COMPANY-PARM-WS = 'YES'
               CLOSE COMPANY-PARM-FILE
           END-IF.

       216-READ-ONE-EMPLOYER-CARD.
           IF EOF-COMPANY-PARM-WS NOT = 'YES'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
               END-READ
           END-IF.

       217-LOAD-ONE-EMPLOYER-CARD.
           IF EC-EIN IS NUMERIC
               IF EMPLOYER-COUNT-WS < EMPLOYER-LIMIT-WS
                   ADD 1 TO EMPLOYER-COUNT-WS
                   MOVE EC-COMPANY TO
                        EMP-COMPANY-TBL (EMPLOYER-COUNT-WS)
                   MOVE EC-EIN     TO
                        EMP-EIN-TBL     (EMPLOYER-COUNT-WS)
                   MOVE EC-NAME    TO
                        EMP-NAME-TBL    (EMPLOYER-COUNT-WS)
                   MOVE EC-ADDRESS TO
                        EMP-ADDRESS-TBL (EMPLOYER-COUNT-WS)
                   MOVE EC-CITY    TO
                        EMP-CITY-TBL    (EMPLOYER-COUNT-WS)
                   MOVE EC-STATE   TO
                        EMP-STATE-TBL   (EMPLOYER-COUNT-WS)
                   MOVE EC-ZIP     TO
                        EMP-ZIP-TBL     (EMPLOYER-COUNT-WS)
               ELSE
                   MOVE 'YES' TO EMPLOYER-FULL-SW
               END-IF
           END-IF
           PERFORM 216-READ-ONE-EMPLOYER-CARD.

      *    NO EFW2.PRM STILL WRITES THE FILE, WITH THE SUBMITTER'S
      *    USER ID AND CONTACT BLANK - THE BALANCING REPORT SAYS SO
      *    AND THE UPLOAD WILL NOT TAKE IT UNTIL THEY ARE FILLED.
       218-READ-EFW2-SUBMITTER.
           OPEN INPUT EFW2-PARM-FILE
           IF EFW2-PARM-FILE-STATUS-WS = '00'
               READ EFW2-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'YES' TO EFW2-PARM-READ-SW
                       MOVE EP-USER-ID       TO RA-USER-ID
                       MOVE EP-CONTACT-NAME  TO RA-CONTACT-NAME
                       MOVE EP-CONTACT-PHONE TO RA-CONTACT-PHONE
                       MOVE EP-CONTACT-EMAIL TO RA-CONTACT-EMAIL
               END-READ
               CLOSE EFW2-PARM-FILE
           END-IF.

      *    NO FICARATE.DAT (STATUS 35) OR NO ROW FOR THE RUN YEAR
      *    LEAVES THE FALLBACK BASE IN PLACE - THE SAME ONE
      *    FICATEST WITHHELD AGAINST IN THAT CASE.
           IF ALL-COMPANIES-WS
              OR COMPANY-IN = COMPANY-FILTER-WS
               PERFORM 320-EXTRACT-ONE-EMPLOYEE
               PERFORM 735-FIND-EMPLOYEE-EMPLOYER
               IF EMPLOYER-FOUND-SW NOT = 'YES'
                   ADD 1 TO EFW2-NO-EMPLOYER-WS
               END-IF
           ELSE
               ADD 1 TO RECORDS-FILTERED-WS
           END-IF
           PERFORM 250-READ-ONE-YTD.

      *    BOX 1 IS INCOME WAGES - GROSS LESS THE 401K AND SECTION
      *    125 DEDUCTIONS - AND BOXES 3 AND 5 ARE FICA WAGES, GROSS
      *    LESS SECTION 125 ONLY. THE TWO PART COMPANY FOR ANYONE IN
      *    THE 401K PLAN, WHOSE DEFERRAL SHOWS IN BOX 12 AS CODE D.
       320-EXTRACT-ONE-EMPLOYEE.
           MOVE YTD-SSN      TO W2-SSN-OUT
           MOVE NAME-IN      TO W2-NAME-OUT
           MOVE YTD-INCOME-WAGES TO W2-WAGES-OUT
           MOVE YTD-FEDERAL  TO W2-FEDERAL-OUT
      *    BOX 3 NEVER EXCEEDS THE YEAR'S WAGE BASE - FICATEST
      *    STOPPED WITHHOLDING THERE, SO THE WAGES BOX STOPS THERE
      *    TOO OR THE FORM CONTRADICTS ITS OWN TAX BOX.
           MOVE YTD-FICA-WAGES TO SS-WAGES-CAPPED-WS
           IF SS-WAGES-CAPPED-WS > SS-WAGE-BASE-WS
               MOVE SS-WAGE-BASE-WS TO SS-WAGES-CAPPED-WS
           END-IF
           MOVE SS-WAGES-CAPPED-WS TO W2-SS-WAGES-OUT
           MOVE YTD-FICA     TO W2-SS-TAX-OUT
           MOVE YTD-FICA-WAGES TO W2-MEDI-WAGES-OUT
           MOVE YTD-MEDICARE TO W2-MEDI-TAX-OUT
           MOVE STATE-IN     TO W2-STATE-CODE-OUT
           MOVE YTD-STATE    TO W2-STATE-TAX-OUT
           MOVE CITY-IN       TO W2-CITY-OUT
           MOVE ADDR-STATE-IN TO W2-ADDR-STATE-OUT
           MOVE ZIP-IN        TO W2-ZIP-OUT
           PERFORM 325-MOVE-ONE-BOX12
               VARYING BOX12-IDX-WS FROM 1 BY 1
               UNTIL BOX12-IDX-WS > 4
           MOVE ZERO TO STATE-SLOT-TAX-WS
           PERFORM 327-MOVE-ONE-STATE
               VARYING ST-IDX-WS FROM 1 BY 1
               UNTIL ST-IDX-WS > 2
           IF STATE-SLOT-TAX-WS NOT = YTD-STATE
              AND (YTD-ST-CODE (1) NOT = SPACES
                   OR YTD-ST-CODE (2) NOT = SPACES)
               ADD 1 TO RECORDS-STATE-SHORT-WS
           END-IF
           WRITE W2-EXTRACT-LINE FROM W2-DETAIL-LINE
           ADD 1 TO RECORDS-EXTRACTED-WS

           ADD YTD-MEDICARE TO CO-MEDICARE-WS
           ADD YTD-STATE    TO CO-STATE-WS
           ADD YTD-LOCAL    TO CO-LOCAL-WS
           ADD YTD-INCOME-WAGES TO CO-INCOME-WAGES-WS
           ADD YTD-FICA-WAGES   TO CO-FICA-WAGES-WS
           PERFORM 330-SUM-ONE-QUARTER
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 4.
           ADD YTD-QTR-FICA     (QTR-IDX-WS) TO QS-FICA-WS
           ADD YTD-QTR-MEDICARE (QTR-IDX-WS) TO QS-MEDICARE-WS
           ADD YTD-QTR-STATE    (QTR-IDX-WS) TO QS-STATE-WS
           ADD YTD-QTR-LOCAL    (QTR-IDX-WS) TO QS-LOCAL-WS
           ADD YTD-QTR-INCOME-WAGES (QTR-IDX-WS) TO QS-INCOME-WAGES-WS
           ADD YTD-QTR-FICA-WAGES   (QTR-IDX-WS) TO QS-FICA-WAGES-WS.

      *    AN UNUSED YTD SLOT GOES OUT BLANK AND ZERO.
       325-MOVE-ONE-BOX12.
           IF YTD-BOX12-CODE (BOX12-IDX-WS) = SPACES
               MOVE SPACES TO W2-BOX12-CODE-OUT   (BOX12-IDX-WS)
               MOVE ZERO   TO W2-BOX12-AMOUNT-OUT (BOX12-IDX-WS)
           ELSE
               MOVE YTD-BOX12-CODE   (BOX12-IDX-WS) TO
                    W2-BOX12-CODE-OUT   (BOX12-IDX-WS)
               MOVE YTD-BOX12-AMOUNT (BOX12-IDX-WS) TO
                    W2-BOX12-AMOUNT-OUT (BOX12-IDX-WS)
           END-IF.

      *    A YTD RECORD POSTED BEFORE THE STATE SLOTS EXISTED HAS
      *    BOTH BLANK - ITS ONE STATE IS THE RESIDENT STATE AND ALL
      *    OF YTD-STATE. OTHERWISE THE SLOTS SHOULD ADD BACK TO
      *    YTD-STATE; AN EMPLOYEE WHO WITHHELD FOR A THIRD STATE
      *    OR HAD A STATE CORRECTION POSTED TO THE TOTAL ONLY DOES
      *    NOT, AND IS COUNTED FOR PAYROLL TO FINISH BY HAND.
       327-MOVE-ONE-STATE.
           MOVE SPACES TO W2-ST-CODE-OUT  (ST-IDX-WS)
           MOVE ZERO   TO W2-ST-WAGES-OUT (ST-IDX-WS)
                          W2-ST-TAX-OUT   (ST-IDX-WS)
           IF YTD-ST-CODE (ST-IDX-WS) NOT = SPACES
               MOVE YTD-ST-CODE  (ST-IDX-WS) TO
                    W2-ST-CODE-OUT  (ST-IDX-WS)
               MOVE YTD-ST-WAGES (ST-IDX-WS) TO
                    W2-ST-WAGES-OUT (ST-IDX-WS)
               MOVE YTD-ST-TAX   (ST-IDX-WS) TO
                    W2-ST-TAX-OUT   (ST-IDX-WS)
               ADD YTD-ST-TAX (ST-IDX-WS) TO STATE-SLOT-TAX-WS
           ELSE
               IF ST-IDX-WS = 1
                  AND YTD-ST-CODE (2) = SPACES
                  AND STATE-IN NOT = SPACES
                   MOVE STATE-IN         TO W2-ST-CODE-OUT  (1)
                   MOVE YTD-INCOME-WAGES TO W2-ST-WAGES-OUT (1)
                   MOVE YTD-STATE        TO W2-ST-TAX-OUT   (1)
               END-IF
           END-IF.

      *    THE EFW2 FILE. EACH EMPLOYER CARD THE FILTER ALLOWS GETS
      *    ITS OWN PASS OF THE YTD MASTER - THE SAME RE-WALK QTRTAX
      *    MAKES PER QUARTER - SO EVERY RW SITS BEHIND ITS OWN RE
      *    AND AHEAD OF ITS OWN RT.
       700-WRITE-EFW2-FILE.
           IF EMPLOYER-COUNT-WS > ZERO
               OPEN OUTPUT EFW2-FILE
               MOVE 'YES' TO EFW2-WRITTEN-SW
               PERFORM 710-WRITE-SUBMITTER
               PERFORM 720-WRITE-ONE-EMPLOYER
                   VARYING EMPLOYER-IDX-WS FROM 1 BY 1
                   UNTIL EMPLOYER-IDX-WS > EMPLOYER-COUNT-WS
               MOVE EFW2-RW-COUNT-WS TO RF-RW-COUNT
               WRITE EFW2-LINE FROM EFW2-RF-RECORD
               ADD 1 TO EFW2-RECORDS-WS
               CLOSE EFW2-FILE
           END-IF.

      *    THE SUBMITTER IS THE FIRST EMPLOYER THE RUN COVERS.
       710-WRITE-SUBMITTER.
           MOVE ZERO TO EMPLOYER-SLOT-WS
           PERFORM 712-MATCH-SUBMITTER
               VARYING EMPLOYER-SEARCH-IDX-WS FROM 1 BY 1
               UNTIL EMPLOYER-SEARCH-IDX-WS > EMPLOYER-COUNT-WS
                  OR EMPLOYER-SLOT-WS > ZERO
           IF EMPLOYER-SLOT-WS = ZERO
               MOVE 1 TO EMPLOYER-SLOT-WS
           END-IF
           MOVE EMP-EIN-TBL     (EMPLOYER-SLOT-WS) TO RA-SUBMITTER-EIN
           MOVE EMP-NAME-TBL    (EMPLOYER-SLOT-WS) TO RA-COMPANY-NAME
                                                     RA-SUBMITTER-NAME
           MOVE EMP-ADDRESS-TBL (EMPLOYER-SLOT-WS) TO
                RA-COMPANY-DELIVERY RA-SUBMITTER-DELIVERY
           MOVE EMP-CITY-TBL    (EMPLOYER-SLOT-WS) TO RA-COMPANY-CITY
                                                     RA-SUBMITTER-CITY
           MOVE EMP-STATE-TBL   (EMPLOYER-SLOT-WS) TO RA-COMPANY-STATE
                                                     RA-SUBMITTER-STATE
           MOVE EMP-ZIP-TBL (EMPLOYER-SLOT-WS) (1:5) TO
                RA-COMPANY-ZIP RA-SUBMITTER-ZIP
           MOVE EMP-ZIP-TBL (EMPLOYER-SLOT-WS) (6:4) TO
                RA-COMPANY-ZIP-EXT RA-SUBMITTER-ZIP-EXT
           WRITE EFW2-LINE FROM EFW2-RA-RECORD
           ADD 1 TO EFW2-RECORDS-WS.

       712-MATCH-SUBMITTER.
           IF ALL-COMPANIES-WS
              OR EMP-COMPANY-TBL (EMPLOYER-SEARCH-IDX-WS) =
                 COMPANY-FILTER-WS
               MOVE EMPLOYER-SEARCH-IDX-WS TO EMPLOYER-SLOT-WS
           END-IF.

       720-WRITE-ONE-EMPLOYER.
           IF ALL-COMPANIES-WS
              OR EMP-COMPANY-TBL (EMPLOYER-IDX-WS) = COMPANY-FILTER-WS
               MOVE YEAR-WS TO RE-TAX-YEAR
               MOVE EMP-EIN-TBL     (EMPLOYER-IDX-WS) TO RE-EIN
               MOVE EMP-NAME-TBL    (EMPLOYER-IDX-WS) TO
                    RE-EMPLOYER-NAME
               MOVE EMP-ADDRESS-TBL (EMPLOYER-IDX-WS) TO RE-DELIVERY
               MOVE EMP-CITY-TBL    (EMPLOYER-IDX-WS) TO RE-CITY
               MOVE EMP-STATE-TBL   (EMPLOYER-IDX-WS) TO RE-STATE
               MOVE EMP-ZIP-TBL (EMPLOYER-IDX-WS) (1:5) TO RE-ZIP
               MOVE EMP-ZIP-TBL (EMPLOYER-IDX-WS) (6:4) TO RE-ZIP-EXT
               WRITE EFW2-LINE FROM EFW2-RE-RECORD
               ADD 1 TO EFW2-RECORDS-WS

               MOVE ZERO TO RT-RW-COUNT RT-WAGES RT-FEDERAL
                            RT-SS-WAGES RT-SS-TAX RT-MEDI-WAGES
                            RT-MEDI-TAX RT-SS-TIPS RT-DEPENDENT-CARE
               MOVE ZEROS TO RT-CODE-AREA

               CLOSE YTD-FILE
               OPEN INPUT YTD-FILE
               MOVE 'NO' TO EOF-YTD-WS
               PERFORM 725-REREAD-ONE-YTD
               PERFORM 730-FILE-ONE-EMPLOYEE
                   UNTIL EOF-YTD-WS = 'YES'

               MOVE SPACES TO RT-CODE-AMOUNT-X (6)
               WRITE EFW2-LINE FROM EFW2-RT-RECORD
               ADD 1 TO EFW2-RECORDS-WS
           END-IF.

       725-REREAD-ONE-YTD.
           READ YTD-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-YTD-WS
           END-READ.

      *    THE SAME EMPLOYEE SELECTION AS THE EXTRACT ITSELF, LESS
      *    ANYONE WITH NOTHING AT ALL TO REPORT - SSA WANTS NO
      *    EMPTY W-2S.
       730-FILE-ONE-EMPLOYEE.
           MOVE YTD-SSN TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE SPACES TO NAME-IN
                   MOVE SPACES TO STATE-IN LOCALITY-IN
                   MOVE SPACES TO ADDRESS-1-IN ADDRESS-2-IN
                                  CITY-IN ADDR-STATE-IN ZIP-IN
                   MOVE SPACES TO COMPANY-IN
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF ALL-COMPANIES-WS
              OR COMPANY-IN = COMPANY-FILTER-WS
               PERFORM 735-FIND-EMPLOYEE-EMPLOYER
               IF EMPLOYER-FOUND-SW = 'YES'
                  AND EMPLOYER-SLOT-WS = EMPLOYER-IDX-WS
                  AND (YTD-GROSS > ZERO
                       OR YTD-INCOME-WAGES > ZERO
                       OR YTD-FICA-WAGES > ZERO
                       OR YTD-FEDERAL > ZERO)
                   PERFORM 740-WRITE-EMPLOYEE-RECORDS
               END-IF
           END-IF
           PERFORM 725-REREAD-ONE-YTD.

       735-FIND-EMPLOYEE-EMPLOYER.
           MOVE COMPANY-IN TO EMPLOYEE-COMPANY-WS
           MOVE ZERO TO EMPLOYER-SLOT-WS
           MOVE 'NO' TO EMPLOYER-FOUND-SW
           IF EMPLOYER-COUNT-WS > ZERO
               IF EMPLOYEE-COMPANY-WS = SPACES
                   MOVE 1 TO EMPLOYER-SLOT-WS
                   MOVE 'YES' TO EMPLOYER-FOUND-SW
               ELSE
                   PERFORM 737-MATCH-EMPLOYER-CARD
                       VARYING EMPLOYER-SEARCH-IDX-WS FROM 1 BY 1
                       UNTIL EMPLOYER-SEARCH-IDX-WS > EMPLOYER-COUNT-WS
                          OR EMPLOYER-FOUND-SW = 'YES'
               END-IF
           END-IF.

       737-MATCH-EMPLOYER-CARD.
           IF EMP-COMPANY-TBL (EMPLOYER-SEARCH-IDX-WS) =
              EMPLOYEE-COMPANY-WS
               MOVE EMPLOYER-SEARCH-IDX-WS TO EMPLOYER-SLOT-WS
               MOVE 'YES' TO EMPLOYER-FOUND-SW
           END-IF.

      *    THE RW CARRIES EXACTLY THE FIGURES THE EXTRACT RECORD
      *    DOES - BOX 1 INCOME WAGES, BOX 3 CAPPED AT THE WAGE BASE.
      *    THE MASTER'S FIRST ADDRESS LINE IS THE STREET (SSA'S
      *    DELIVERY ADDRESS), THE SECOND THE SUITE OR APARTMENT.
       740-WRITE-EMPLOYEE-RECORDS.
           MOVE YTD-SSN TO RW-SSN
           PERFORM 750-SPLIT-EMPLOYEE-NAME
           MOVE ADDRESS-2-IN  TO RW-LOCATION
           MOVE ADDRESS-1-IN  TO RW-DELIVERY
           MOVE CITY-IN       TO RW-CITY
           MOVE ADDR-STATE-IN TO RW-STATE
           MOVE ZIP-IN (1:5)  TO RW-ZIP
           MOVE ZIP-IN (6:4)  TO RW-ZIP-EXT

           MOVE YTD-INCOME-WAGES TO RW-WAGES
           MOVE YTD-FEDERAL      TO RW-FEDERAL
           MOVE YTD-FICA-WAGES TO SS-WAGES-CAPPED-WS
           IF SS-WAGES-CAPPED-WS > SS-WAGE-BASE-WS
               MOVE SS-WAGE-BASE-WS TO SS-WAGES-CAPPED-WS
           END-IF
           MOVE SS-WAGES-CAPPED-WS TO RW-SS-WAGES
           MOVE YTD-FICA         TO RW-SS-TAX
           MOVE YTD-FICA-WAGES   TO RW-MEDI-WAGES
           MOVE YTD-MEDICARE     TO RW-MEDI-TAX
           MOVE ZERO TO RW-SS-TIPS RW-DEPENDENT-CARE
           MOVE ZEROS TO RW-CODE-AREA
           MOVE '0' TO RW-RETIREMENT-PLAN
           PERFORM 745-MAP-ONE-BOX12
               VARYING BOX12-IDX-WS FROM 1 BY 1
               UNTIL BOX12-IDX-WS > 4
           MOVE SPACES TO RW-CODE-AMOUNT-X (6)
                          RW-CODE-AMOUNT-X (11)
           WRITE EFW2-LINE FROM EFW2-RW-RECORD
           ADD 1 TO EFW2-RECORDS-WS EFW2-RW-COUNT-WS RT-RW-COUNT

           ADD RW-WAGES      TO RT-WAGES      EFW2-WAGES-WS
           ADD RW-FEDERAL    TO RT-FEDERAL    EFW2-FEDERAL-WS
           ADD RW-SS-WAGES   TO RT-SS-WAGES
           ADD RW-SS-TAX     TO RT-SS-TAX     EFW2-SS-TAX-WS
           ADD RW-MEDI-WAGES TO RT-MEDI-WAGES EFW2-MEDI-WAGES-WS
           ADD RW-MEDI-TAX   TO RT-MEDI-TAX   EFW2-MEDI-TAX-WS

           MOVE 'NO' TO RS-LOCAL-WRITTEN-SW
           IF YTD-ST-CODE (1) = SPACES
              AND YTD-ST-CODE (2) = SPACES
               IF STATE-IN NOT = SPACES
                   MOVE STATE-IN         TO TAXING-STATE-WS
                   MOVE YTD-INCOME-WAGES TO RS-STATE-WAGES
                   MOVE YTD-STATE        TO RS-STATE-TAX
                   PERFORM 760-WRITE-STATE-RECORD
               END-IF
           ELSE
               PERFORM 757-WRITE-ONE-SLOT-STATE
                   VARYING ST-IDX-WS FROM 1 BY 1
                   UNTIL ST-IDX-WS > 2
           END-IF.

      *    ONE RS RECORD PER STATE THE EMPLOYEE WAS WITHHELD FOR.
       757-WRITE-ONE-SLOT-STATE.
           IF YTD-ST-CODE (ST-IDX-WS) NOT = SPACES
               MOVE YTD-ST-CODE  (ST-IDX-WS) TO TAXING-STATE-WS
               MOVE YTD-ST-WAGES (ST-IDX-WS) TO RS-STATE-WAGES
               MOVE YTD-ST-TAX   (ST-IDX-WS) TO RS-STATE-TAX
               PERFORM 760-WRITE-STATE-RECORD
           END-IF.

      *    A CODE THE RW RECORD HAS NO FIELD FOR IS COUNTED ON THE
      *    REPORT - IT STILL PRINTS ON THE PAPER W-2 FROM W2EXTR.DAT.
       745-MAP-ONE-BOX12.
           IF YTD-BOX12-CODE (BOX12-IDX-WS) NOT = SPACES
               MOVE ZERO TO CODE-SLOT-WS
               PERFORM 747-MATCH-BOX12-CODE
                   VARYING CODE-IDX-WS FROM 1 BY 1
                   UNTIL CODE-IDX-WS > 14
                      OR CODE-SLOT-WS > ZERO
               IF CODE-SLOT-WS = ZERO
                   ADD 1 TO EFW2-UNMAPPED-CODES-WS
               ELSE
                   MOVE MAP-RW-SLOT-TBL (CODE-SLOT-WS) TO RW-SLOT-WS
                   MOVE MAP-RT-SLOT-TBL (CODE-SLOT-WS) TO RT-SLOT-WS
                   ADD YTD-BOX12-AMOUNT (BOX12-IDX-WS) TO
                       RW-CODE-AMOUNT (RW-SLOT-WS)
                       RT-CODE-AMOUNT (RT-SLOT-WS)
                   IF MAP-RETIREMENT-TBL (CODE-SLOT-WS) = 'Y'
                       MOVE '1' TO RW-RETIREMENT-PLAN
                   END-IF
               END-IF
           END-IF.

       747-MATCH-BOX12-CODE.
           IF MAP-CODE-TBL (CODE-IDX-WS) =
              YTD-BOX12-CODE (BOX12-IDX-WS)
               MOVE CODE-IDX-WS TO CODE-SLOT-WS
           END-IF.

      *    THE MASTER HOLDS ONE NAME FIELD. 'LAST, FIRST MIDDLE'
      *    SPLITS ON THE COMMA; OTHERWISE IT IS READ AS 'FIRST
      *    LAST' OR 'FIRST MIDDLE LAST'.
       750-SPLIT-EMPLOYEE-NAME.
           MOVE SPACES TO NAME-PART-1-WS NAME-PART-2-WS
                          NAME-PART-3-WS NAME-REST-WS
           MOVE SPACES TO RW-FIRST-NAME RW-MIDDLE-NAME RW-LAST-NAME
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
               MOVE NAME-PART-1-WS TO RW-FIRST-NAME
               MOVE NAME-PART-2-WS TO RW-MIDDLE-NAME
               MOVE NAME-PART-3-WS TO RW-LAST-NAME
           ELSE
               UNSTRING NAME-IN DELIMITED BY ALL SPACE
                   INTO NAME-PART-1-WS NAME-PART-2-WS NAME-PART-3-WS
                   TALLYING IN NAME-PART-COUNT-WS
               END-UNSTRING
               EVALUATE TRUE
                   WHEN NAME-PART-3-WS NOT = SPACES
                       MOVE NAME-PART-1-WS TO RW-FIRST-NAME
                       MOVE NAME-PART-2-WS TO RW-MIDDLE-NAME
                       MOVE NAME-PART-3-WS TO RW-LAST-NAME
                   WHEN NAME-PART-2-WS NOT = SPACES
                       MOVE NAME-PART-1-WS TO RW-FIRST-NAME
                       MOVE NAME-PART-2-WS TO RW-LAST-NAME
                   WHEN OTHER
                       MOVE NAME-PART-1-WS TO RW-LAST-NAME
               END-EVALUATE
           END-IF.

      *    THE CALLER SETS THE TAXING STATE AND LOADS ITS WAGES AND
      *    TAX INTO THE RS RECORD FIRST. THE LOCALITY'S WAGES AND TAX
      *    RIDE ALONG ON THE FIRST RS RECORD ONLY, WHEN THE EMPLOYEE
      *    HAS ONE. A STATE CODE WITH NO FIPS NUMBER GETS NO RS
      *    RECORD.
       760-WRITE-STATE-RECORD.
           MOVE ZERO TO STATE-FIPS-WS
           PERFORM 765-MATCH-STATE-FIPS
               VARYING STATE-IDX-WS FROM 1 BY 1
               UNTIL STATE-IDX-WS > 51
                  OR STATE-FIPS-WS > ZERO
           IF STATE-FIPS-WS > ZERO
               MOVE STATE-FIPS-WS  TO RS-STATE-CODE RS-TAXING-STATE
               MOVE YTD-SSN        TO RS-SSN
               MOVE RW-FIRST-NAME  TO RS-FIRST-NAME
               MOVE RW-MIDDLE-NAME TO RS-MIDDLE-NAME
               MOVE RW-LAST-NAME   TO RS-LAST-NAME
               MOVE RW-LOCATION    TO RS-LOCATION
               MOVE RW-DELIVERY    TO RS-DELIVERY
               MOVE RW-CITY        TO RS-CITY
               MOVE RW-STATE       TO RS-STATE
               MOVE RW-ZIP         TO RS-ZIP
               MOVE RW-ZIP-EXT     TO RS-ZIP-EXT
               IF LOCALITY-IN NOT = SPACES
                  AND RS-LOCAL-WRITTEN-SW NOT = 'YES'
                   MOVE 'F'              TO RS-LOCAL-TYPE
                   MOVE YTD-INCOME-WAGES TO RS-LOCAL-WAGES
                   MOVE YTD-LOCAL        TO RS-LOCAL-TAX
                   MOVE 'YES'            TO RS-LOCAL-WRITTEN-SW
               ELSE
                   MOVE SPACE TO RS-LOCAL-TYPE
                   MOVE ZERO  TO RS-LOCAL-WAGES RS-LOCAL-TAX
               END-IF
               WRITE EFW2-LINE FROM EFW2-RS-RECORD
               ADD 1 TO EFW2-RECORDS-WS
           END-IF.

       765-MATCH-STATE-FIPS.
           IF FIPS-STATE-TBL (STATE-IDX-WS) = TAXING-STATE-WS
               MOVE FIPS-CODE-TBL (STATE-IDX-WS) TO STATE-FIPS-WS
           END-IF.

      *    THE ANNUAL FIGURES AND THE REBUILT QUARTERLY SUMS MUST
      *    MATCH LINE FOR LINE - ANY DIFFERENCE MEANS A QUARTER WAS
           WRITE PRINT-W2-LINE FROM BALANCE-HEADER-LINE
               AFTER 2 LINES

           MOVE 'TOTAL GROSS WAGES' TO BD-DESC-OUT
           MOVE CO-WAGES-WS   TO BD-ANNUAL-OUT
           MOVE QS-WAGES-WS   TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'BOX 1 WAGES' TO BD-DESC-OUT
           MOVE CO-INCOME-WAGES-WS TO BD-ANNUAL-OUT
           MOVE QS-INCOME-WAGES-WS TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-INCOME-WAGES-WS NOT = QS-INCOME-WAGES-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'SS/MEDICARE WAGES' TO BD-DESC-OUT
           MOVE CO-FICA-WAGES-WS TO BD-ANNUAL-OUT
           MOVE QS-FICA-WAGES-WS TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-FICA-WAGES-WS NOT = QS-FICA-WAGES-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'FEDERAL WITHHELD' TO BD-DESC-OUT
           MOVE CO-FEDERAL-WS TO BD-ANNUAL-OUT
           MOVE QS-FEDERAL-WS TO BD-QUARTERS-OUT
               MOVE 'NO' TO BALANCED-SW
           END-IF

           IF EFW2-WRITTEN-SW = 'YES'
               PERFORM 910-PROVE-EFW2-TOTALS
           END-IF

           IF BALANCED-SW = 'YES'
               MOVE 'BALANCED - EXTRACT MAY BE RELEASED' TO
                    VERDICT-OUT

           MOVE RECORDS-EXTRACTED-WS TO ES-EXTRACTED-OUT
           MOVE RECORDS-NO-MASTER-WS TO ES-NO-MASTER-OUT
           MOVE RECORDS-STATE-SHORT-WS TO ES-STATE-SHORT-OUT
           WRITE PRINT-W2-LINE FROM EXTRACT-SUMMARY-LINE
               AFTER 2 LINES

           PERFORM 920-REPORT-EFW2-STATUS

           CLOSE YTD-FILE USER-INPUT-FILE
                 W2-EXTRACT-FILE W2-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.

      *    THE RT RECORDS, SUMMED, MUST SAY WHAT THE ANNUAL FIGURES
      *    SAY - AN EMPLOYEE LEFT OFF THE FILE SHOWS UP HERE.
       910-PROVE-EFW2-TOTALS.
           WRITE PRINT-W2-LINE FROM EFW2-HEADER-LINE
               AFTER 2 LINES

           MOVE 'BOX 1 WAGES' TO BD-DESC-OUT
           MOVE CO-INCOME-WAGES-WS TO BD-ANNUAL-OUT
           MOVE EFW2-WAGES-WS      TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-INCOME-WAGES-WS NOT = EFW2-WAGES-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'FEDERAL WITHHELD' TO BD-DESC-OUT
           MOVE CO-FEDERAL-WS   TO BD-ANNUAL-OUT
           MOVE EFW2-FEDERAL-WS TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-FEDERAL-WS NOT = EFW2-FEDERAL-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'SOCIAL SECURITY TAX' TO BD-DESC-OUT
           MOVE CO-FICA-WS     TO BD-ANNUAL-OUT
           MOVE EFW2-SS-TAX-WS TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-FICA-WS NOT = EFW2-SS-TAX-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'MEDICARE WAGES' TO BD-DESC-OUT
           MOVE CO-FICA-WAGES-WS   TO BD-ANNUAL-OUT
           MOVE EFW2-MEDI-WAGES-WS TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-FICA-WAGES-WS NOT = EFW2-MEDI-WAGES-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF

           MOVE 'MEDICARE TAX' TO BD-DESC-OUT
           MOVE CO-MEDICARE-WS   TO BD-ANNUAL-OUT
           MOVE EFW2-MEDI-TAX-WS TO BD-QUARTERS-OUT
           WRITE PRINT-W2-LINE FROM BALANCE-DETAIL-LINE
               AFTER 1 LINE
           IF CO-MEDICARE-WS NOT = EFW2-MEDI-TAX-WS
               MOVE 'NO' TO BALANCED-SW
           END-IF.

       920-REPORT-EFW2-STATUS.
           IF EFW2-WRITTEN-SW = 'YES'
               MOVE EFW2-RW-COUNT-WS       TO EF-RW-COUNT-OUT
               MOVE EFW2-NO-EMPLOYER-WS    TO EF-NO-EMPLOYER-OUT
               MOVE EFW2-UNMAPPED-CODES-WS TO EF-UNMAPPED-OUT
               WRITE PRINT-W2-LINE FROM EFW2-SUMMARY-LINE
                   AFTER 1 LINE
               IF EFW2-PARM-READ-SW NOT = 'YES'
                   MOVE 'NO EFW2.PRM - SUBMITTER ID AND CONTACT BLANK'
                        TO VERDICT-OUT
                   WRITE PRINT-W2-LINE FROM VERDICT-LINE
                       AFTER 1 LINE
               END-IF
               IF EMPLOYER-FULL-SW = 'YES'
                   MOVE 'TOO MANY EMPLOYER CARDS - LATER CARDS IGNORED'
                        TO VERDICT-OUT
                   WRITE PRINT-W2-LINE FROM VERDICT-LINE
                       AFTER 1 LINE
               END-IF
           ELSE
               MOVE 'NO EMPLOYER CARDS ON COMPANY.PRM - NO EFW2 FILE'
                    TO VERDICT-OUT
               WRITE PRINT-W2-LINE FROM VERDICT-LINE
                   AFTER 1 LINE
           END-IF.
