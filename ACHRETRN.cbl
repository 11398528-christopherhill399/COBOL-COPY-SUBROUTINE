           05  ZIP-IN            PIC X(9).
           05  BIRTH-DATE-IN     PIC 9(8).
           05  COMPANY-IN        PIC XX.
           05  W4-FORM-IN        PIC X.
           05  W4-MULTI-JOBS-IN  PIC X.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
           05  WORK-STATE-IN       PIC XX.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  JRNL-MASTER-ID-WS    PIC X(7)   VALUE 'PAYROLL'.
           05  JRNL-ACTION-WS       PIC X.
           05  JRNL-PROGRAM-WS      PIC X(8)   VALUE 'ACHRETRN'.
           05  JRNL-BEFORE-WS       PIC X(280).
           05  JRNL-AFTER-WS        PIC X(280).

       01  HOLD-DATE-WS.
           05 YEAR-WS      PIC 9999.
