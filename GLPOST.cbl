      *    FOR THE IMPORT. AN OUT-OF-BALANCE OR BAD-ACCOUNT BATCH
      *    IS HELD AND REPORTED, NEVER TRANSMITTED, AND EVERY
      *    BATCH - POSTED OR HELD - LEAVES A DATED LINE ON THE
      *    GLPOSTLG.DAT POSTING LOG. THE MONTH-END PTO ACCRUAL'S
      *    PTOACCR.DAT COMES IN THE SAME WAY, TAKEN LAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.
      *    SAME FIXED JV/BT LAYOUT ALL THE WRITERS USE - NOT A
      *    COPYBOOK THERE EITHER.
       FD  JOURNAL-INPUT-FILE RECORDING MODE IS F.
       01  JOURNAL-INPUT-RECORD.
           05  FILLER PIC X(12) VALUE 'ASSETJV.DAT '.
           05  FILLER PIC X(12) VALUE 'PAYRLGL.DAT '.
           05  FILLER PIC X(12) VALUE 'WAGEACCR.DAT'.
           05  FILLER PIC X(12) VALUE 'PTOACCR.DAT '.
       01  SOURCE-FILE-LIST-WS REDEFINES SOURCE-FILE-TABLE-WS.
           05  SOURCE-FILE-WS PIC X(12) OCCURS 4 TIMES.

      *    THE CHART OF ACCOUNTS LOADED ONCE AT OPEN. NO CHART ON
      *    FILE MEANS ACCOUNTS GO UNVALIDATED AND THE REPORT SAYS
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-ONE-SOURCE
               VARYING SOURCE-IDX-WS FROM 1 BY 1
               UNTIL SOURCE-IDX-WS > 4
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.
