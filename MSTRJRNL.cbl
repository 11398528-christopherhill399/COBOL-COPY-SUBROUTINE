       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE RECORDING MODE IS F.
       01  MASTER-JOURNAL-LINE      PIC X(609).

       WORKING-STORAGE SECTION.
       01  MSTRJRNL-FILE-STATUS-WS  PIC XX VALUE SPACES.
           05  FILLER               PIC X VALUE SPACE.
           05  JL-PROGRAM-OUT       PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  JL-BEFORE-OUT        PIC X(280).
           05  FILLER               PIC X VALUE SPACE.
           05  JL-AFTER-OUT         PIC X(280).
           05  FILLER               PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
      *    THE RECORD AS IT STOOD BEFORE THE UPDATE (SPACES ON A
      *    WRITE) AND AS IT STANDS AFTER, PADDED TO THE LONGEST
      *    MASTER'S LENGTH.
           05  JRNL-BEFORE-LS       PIC X(280).
           05  JRNL-AFTER-LS        PIC X(280).

       PROCEDURE DIVISION USING MSTRJRNL-REQUEST-LS.

