      ******************************************************************
      *    LGCIPTR - INSURANCE PREMIUM TAX RATE TABLE.  ONE ENTRY PER *
      *    LINE OF BUSINESS PER RATE CHANGE: THE RATE (PERCENT OF THE *
      *    PREMIUM) IN FORCE FROM ITS EFFECTIVE DATE UNTIL THE LINE'S *
      *    NEXT ENTRY.  THE RATE FOR A DATE IS THE LINE'S ENTRY WITH  *
      *    THE LATEST EFFECTIVE DATE NOT AFTER IT; A LINE OR DATE     *
      *    WITH NO ENTRY IS NOT TAXED.  ENTRIES ARE KEPT IN LINE AND  *
      *    EFFECTIVE-DATE ORDER.  LGRBIL01 AND LGRBIL02 TAX EACH      *
      *    BILLINV ROW THEY RAISE AT THE RATE FOR ITS TAX POINT.      *
      *    THE VALUES ARE MAINTAINED HERE WITH FINANCE AND TAX        *
      *    SIGN-OFF, THE SAME WAY THE LGCPERZ PERIL-ZONE TABLE IS.    *
      ******************************************************************
       01  IPT-RATE-COUNT                 PIC 9(02) VALUE 07.
       01  IPT-RATE-TABLE.
           05  IPT-ENTRY OCCURS 7 TIMES
                         INDEXED BY IPT-IDX.
      *        H/M/C/E AS INV-LINE.
               10  IPT-LINE                PIC X(01).
      *        'CCYY-MM-DD'.
               10  IPT-EFFECTIVE-DATE      PIC X(10).
               10  IPT-RATE                PIC 9(02)V99.
       01  FILLER REDEFINES IPT-RATE-TABLE.
      *    COMMERCIAL
           05  FILLER                      PIC X(01) VALUE 'C'.
           05  FILLER                      PIC X(10) VALUE '2016-10-01'.
           05  FILLER                      PIC 9(04) VALUE 1000.
           05  FILLER                      PIC X(01) VALUE 'C'.
           05  FILLER                      PIC X(10) VALUE '2017-06-01'.
           05  FILLER                      PIC 9(04) VALUE 1200.
      *    ENDOWMENT - LONG-TERM LIFE BUSINESS IS EXEMPT
           05  FILLER                      PIC X(01) VALUE 'E'.
           05  FILLER                      PIC X(10) VALUE '1994-10-01'.
           05  FILLER                      PIC 9(04) VALUE 0000.
      *    HOUSE
           05  FILLER                      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(10) VALUE '2016-10-01'.
           05  FILLER                      PIC 9(04) VALUE 1000.
           05  FILLER                      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(10) VALUE '2017-06-01'.
           05  FILLER                      PIC 9(04) VALUE 1200.
      *    MOTOR
           05  FILLER                      PIC X(01) VALUE 'M'.
           05  FILLER                      PIC X(10) VALUE '2016-10-01'.
           05  FILLER                      PIC 9(04) VALUE 1000.
           05  FILLER                      PIC X(01) VALUE 'M'.
           05  FILLER                      PIC X(10) VALUE '2017-06-01'.
           05  FILLER                      PIC 9(04) VALUE 1200.
