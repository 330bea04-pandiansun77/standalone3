       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  A SURRENDERED ENDOWMENT MOVES WITH THE
      *                   CUSTOMER BUT IS NOT COUNTED, AS A CANCELLED
      *                   ONE IS.
      *   2026-09-02  PA  ORIGINAL -- CUSTOMER MERGE TRANSACTION.
      *                   THE ADDCUS DUPLICATE CHECK STOPS NEW
      *                   DOUBLES, BUT YEARS OF PRE-EXISTING ONES ARE
              GO TO 2450-REWRITE-ONE-ENDOWMENT-EXIT
           END-IF
      *
      *    CANCELLED AND SURRENDERED POLICIES MOVE BUT DO NOT
      *    COUNT - SEE 2150.
           IF NOT ENM-POLICY-CANCELLED
              AND NOT ENM-POLICY-SURRENDERED
              ADD 1                      TO WS-POLICIES-MOVED
           END-IF
           MOVE ENDOWMENT-POLICY-MASTER-RECORD
