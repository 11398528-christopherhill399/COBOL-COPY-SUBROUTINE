      *    THE REGISTER SHOWS VOID ARE FLAGGED, AND WHAT REMAINS
      *    PRINTS AS THE OUTSTANDING LIST WITH AGING - INCLUDING
      *    THE STALE-DATED (OVER 180 DAYS) SECTION THAT FEEDS THE
      *    STATE ESCHEATMENT FILING. A CHECK ESCHEAT HAS TURNED
      *    OVER TO THE STATE ('E' ON THE REGISTER) IS NO LONGER
      *    OUTSTANDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER           PIC X.
           05  CR-STATUS        PIC X.
               88  CR-STATUS-VOIDED   VALUE 'V'.
               88  CR-STATUS-ESCHEATED VALUE 'E'.
           05  FILLER           PIC X(18).

       FD  CLEARED-ITEMS-FILE RECORDING MODE IS F.

      *    EACH CLEARED ITEM EITHER MARKS ITS CHECK OFF OR LEAVES
      *    AN EXCEPTION LINE: AN AMOUNT THE REGISTER DOESN'T SHOW,
      *    A NUMBER THE REGISTER SHOWS VOID (OR ESCHEATED - THE
      *    MONEY HAS GONE TO THE STATE), OR A NUMBER THE REGISTER
      *    NEVER ISSUED AT ALL.
       400-MATCH-CLEARED-ITEMS.
           MOVE CI-CHECK-NO TO SEARCH-CHECK-NO-WS
           PERFORM 310-FIND-CHECK-SLOT
       410-JUDGE-ONE-CLEARED-ITEM.
           EVALUATE TRUE
               WHEN CHK-STATUS-TBL (CHECK-SLOT-WS) = 'V'
                 OR CHK-STATUS-TBL (CHECK-SLOT-WS) = 'E'
                   ADD 1 TO ITEMS-PAID-VOID-WS
                   MOVE CI-CHECK-NO TO EX-CHECK-NO-OUT
                   MOVE CHK-NAME-TBL (CHECK-SLOT-WS) TO EX-NAME-OUT
       510-REPORT-ONE-OUTSTANDING.
           IF CHK-CLEARED-TBL (CHECK-IDX-WS) = 'N'
              AND CHK-STATUS-TBL (CHECK-IDX-WS) NOT = 'V'
              AND CHK-STATUS-TBL (CHECK-IDX-WS) NOT = 'E'
               ADD 1 TO CHECKS-OUTSTANDING-WS
               ADD CHK-AMOUNT-TBL (CHECK-IDX-WS)
                   TO OUTSTANDING-TOTAL-WS
