           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(6).
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(197).

       FD  LIMIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-LIMIT-LINE            PICTURE X(132).
