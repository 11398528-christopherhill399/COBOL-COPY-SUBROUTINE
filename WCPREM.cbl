           05  PH-OT-PREM-X REDEFINES PH-OT-PREM PIC X(7).
           05  FILLER          PIC X.
           05  PH-WC-CLASS     PIC X(4).
           05  FILLER          PIC X(26).
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  FILLER          PIC X(88).
           05  LOCALITY-IN     PIC X(4).
           05  WC-CLASS-IN     PIC X(4).
           05  FILLER          PIC X(127).

       FD  WC-RATE-FILE RECORDING MODE IS F.
       01  WC-RATE-RECORD.
      *    CLASS EITHER WAY ACCUMULATES UNDER 'NONE' SO THE CARRIER
      *    AUDIT SEES THE UNCLASSIFIED DOLLARS INSTEAD OF MISSING
      *    THEM. THE OT PREMIUM COLUMN IS BLANK ON OLD EVENTS TOO
      *    AND COUNTS AS ZERO. A VOIDED MANUAL CHECK OR AN
      *    ADJUSTMENT TAKEN BACK COUNTS AGAINST ITS QUARTER.
       310-RESOLVE-EVENT-CLASS.
           IF PH-WC-CLASS NOT = SPACES
               MOVE PH-WC-CLASS TO EVENT-CLASS-WS
               MOVE ZERO TO EVENT-OT-PREM-WS
           END-IF
           COMPUTE EVENT-WAGES-WS = PH-GROSS - EVENT-OT-PREM-WS
           IF PH-REVERSED-EVENT
               COMPUTE EVENT-WAGES-WS = 0 - EVENT-WAGES-WS
           END-IF

           COMPUTE EVENT-QUARTER-WS = (PH-MONTH + 2) / 3.

