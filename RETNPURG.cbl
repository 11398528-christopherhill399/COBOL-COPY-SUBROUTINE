           05  RP-RETAIN-MONTHS PIC 9(3).

       FD  LIVE-DATA-FILE RECORDING MODE IS F.
       01  LIVE-DATA-LINE       PIC X(132).

       FD  ARCHIVE-DATA-FILE RECORDING MODE IS F.
       01  ARCHIVE-DATA-LINE    PIC X(132).

       FD  WORK-DATA-FILE RECORDING MODE IS F.
       01  WORK-DATA-LINE       PIC X(132).

       FD  EXPORT-COUNT-FILE RECORDING MODE IS F.
       01  EXPORT-COUNT-LINE    PIC X(80).
