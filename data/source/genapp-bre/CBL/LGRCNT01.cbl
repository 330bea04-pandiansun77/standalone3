       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  SURRENDERED ENDOWMENTS (STATUS FLAG 'S') ARE
      *                   EXCLUDED AS CANCELLED ONES ARE.
      *   2026-09-02  PA  CANCELLED POLICIES (STATUS FLAG 'C' ON THE
      *                   LINE MASTERS, STATUS 6000 ON COMMPOL) ARE
      *                   EXCLUDED FROM THE RECOUNT - THE CANCEL
              END-READ
              IF NOT END-OF-FILE
                 AND NOT ENM-POLICY-CANCELLED
                 AND NOT ENM-POLICY-SURRENDERED
                 MOVE ENM-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 PERFORM 0800-ADD-TO-TALLY
              END-IF
