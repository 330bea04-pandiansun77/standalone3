      ******************************************************************
      *    LGCIPTL - INSURANCE PREMIUM TAX LEDGER RECORD (IPTLEDG     *
      *    KSDS, KEYED BY IPL-KEY).  AS GLPOST DOES FOR THE GENERAL   *
      *    LEDGER, THE PROGRAMS THAT MOVE TAX ADD EACH MOVEMENT HERE  *
      *    AS IT HAPPENS, INTO ONE RUNNING TOTAL PER QUARTER, LINE OF *
      *    BUSINESS, RATE, KIND AND POSTING PROGRAM.  LGRIPT01 TURNS  *
      *    A QUARTER'S TOTALS INTO THE IPT RETURN.                    *
      *                                                               *
      *    WHO ADDS WHAT:                                             *
      *      LGRBIL01  INVOICE, INSTALMENT      C - CHARGED           *
      *      LGRBIL02  DEBIT NOTE, RE-SPREAD UP C - CHARGED           *
      *                CREDIT NOTE, DOWN        R - REFUNDED          *
      *      LGRRCP01  RECEIPT APPLIED          P - COLLECTED         *
      *                CREDIT NOTE SET OFF      O - SET OFF           *
      ******************************************************************
       01  IPT-LEDGER-RECORD.
           05  IPL-KEY.
      *        QUARTER OF THE MOVEMENT - 'YYYYQN', E.G. '2026Q4'.
               10  IPL-QUARTER.
                   15  IPL-QTR-YEAR        PIC 9(04).
                   15  IPL-QTR-LETTER      PIC X(01).
                   15  IPL-QTR-NUM         PIC 9(01).
      *        H/M/C/E AS INV-LINE.
               10  IPL-LINE                PIC X(01).
      *        THE RATE THE TAX WAS CHARGED AT (LGCIPTR).
               10  IPL-RATE                PIC 9(02)V99.
               10  IPL-KIND                PIC X(01).
                   88  IPL-KIND-CHARGED            VALUE 'C'.
                   88  IPL-KIND-REFUNDED           VALUE 'R'.
                   88  IPL-KIND-COLLECTED          VALUE 'P'.
                   88  IPL-KIND-SET-OFF            VALUE 'O'.
      *        PROGRAM-ID OF THE POSTING PROGRAM.
               10  IPL-SOURCE              PIC X(08).
      *    C/R: THE PREMIUM TAXED.  P/O: THE PREMIUM PART OF THE
      *    MONEY APPLIED.  BOTH EXCLUDE THE TAX ITSELF.
           05  IPL-PREMIUM                 PIC S9(11)V99.
           05  IPL-TAX                     PIC S9(11)V99.
           05  IPL-ENTRY-COUNT             PIC 9(07).
           05  IPL-LAST-POSTED-DATE        PIC X(10).
           05  FILLER                      PIC X(20).
