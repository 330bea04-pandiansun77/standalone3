      *                     COLS 2-5   STORE NUMBER
      *                     COL  6     READINESS FLAG FOR AN INCLUDE
      *                                (DEFAULTS TO 'Y')
      *                     COLS 7-80  IGNORED (NOTES - INSB632
      *                                APPENDS AN 'X' CARD HERE FOR
      *                                EACH STORE IT CLOSES OUT)
      *
      *    OUTPUT FILES: MISF999O - THE REGENERATED STORE LIST
      *                  MISR615A - ADD/DROP DELTA REPORT
