               88  CR-STATUS-ISSUED   VALUE 'I'.
               88  CR-STATUS-VOIDED   VALUE 'V'.
               88  CR-STATUS-REISSUED VALUE 'R'.
               88  CR-STATUS-ESCHEATED VALUE 'E'.
           05  FILLER           PIC X(18).

       FD  POSITIVE-PAY-FILE RECORDING MODE IS F.

      *    AN ISSUE AND A REISSUE BOTH TELL THE BANK A LIVE CHECK
      *    EXISTS UNDER THAT NUMBER; A VOID TELLS IT THE NUMBER
      *    MUST NEVER PAY. A CHECK TURNED OVER TO THE STATE AS
      *    UNCLAIMED PROPERTY GOES TO THE BANK AS A VOID.
       310-EXPORT-ONE-LINE.
           MOVE CR-AMOUNT TO LINE-AMOUNT-WS
           IF CR-STATUS-VOIDED
              OR CR-STATUS-ESCHEATED
               MOVE 'V' TO PP-RECORD-CODE-OUT
               ADD 1 TO VOIDS-EXPORTED-WS
               ADD LINE-AMOUNT-WS TO VOID-AMOUNT-WS
