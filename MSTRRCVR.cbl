           05  FILLER           PIC X.
           05  MJ-PROGRAM       PIC X(8).
           05  FILLER           PIC X.
           05  MJ-BEFORE        PIC X(280).
           05  FILLER           PIC X.
           05  MJ-AFTER         PIC X(280).
           05  FILLER           PIC X(8).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       FD  PAYROLL-MASTER-FILE.
       01  PAYROLL-MASTER-RECORD.
           05  PAY-SSN-IN          PIC 9(9).
           05  PAY-MASTER-REST-IN  PIC X(223).

       FD  RECOVERY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-RECOVERY-LINE  PIC X(132).
