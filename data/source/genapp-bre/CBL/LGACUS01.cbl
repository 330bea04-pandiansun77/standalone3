       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ADDCUS CLEARS THE NEW CUM-ANONYMISED-DATE
      *                   ON EVERY NEW RECORD (SEE LGRRET01).
      *   2026-08-09  PA  ORIGINAL -- ADD-CUSTOMER TRANSACTION BUILT
      *                   AGAINST THE LGCMARE1 (CA-CUSTOMER-REQUEST)
      *                   COMMAREA, WITH A DUPLICATE-CUSTOMER CHECK ON
           MOVE WS-DUP-POSTCODE           TO CUM-DUP-POSTCODE
           MOVE ZERO                      TO CUM-MERGED-TO
           MOVE SPACES                    TO CUM-MERGE-DATE
           MOVE SPACES                    TO CUM-ANONYMISED-DATE
      *
           EXEC CICS WRITE
                FILE('CUSTOMER')
