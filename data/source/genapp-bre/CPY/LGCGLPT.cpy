      ******************************************************************
      *    LGCGLPT - GENERAL LEDGER INTERFACE RECORD (GLPOST KSDS,    *
      *    KEYED BY GLP-KEY).  THE POSTING PROGRAMS ADD EVERY MONEY   *
      *    MOVEMENT HERE AS IT HAPPENS, BOTH SIDES OF IT, INTO ONE    *
      *    RUNNING TOTAL PER MONTH, LINE OF BUSINESS, ACCOUNT AND     *
      *    POSTING PROGRAM.  LGRGLC01 TURNS A MONTH'S TOTALS INTO THE *
      *    CLOSING JOURNAL.                                           *
      *                                                               *
      *    WHO POSTS WHAT (DEBIT / CREDIT):                           *
      *      LGRBIL01  INVOICE, INSTALMENT      RECV / WPRM           *
      *                TAX ON THEM              RECV / IPTP           *
      *      LGRBIL02  DEBIT NOTE, RE-SPREAD UP RECV / WPRM           *
      *                CREDIT NOTE, DOWN        WPRM / RECV           *
      *                TAX ON A DEBIT NOTE, UP  RECV / IPTP           *
      *                TAX ON A CREDIT NOTE     IPTP / RECV           *
      *      LGRRCP01  RECEIPT APPLIED          CASH / RECV           *
      *                RECEIPT TO SUSPENSE      CASH / SUSP           *
      *      LGASUS01  SUSPENSE ALLOCATED       SUSP / RECV           *
      *      LGRDSB01  CLAIM PAYMENT SENT       CLMP / CASH           *
      *                PREMIUM REFUND SENT      RECV / CASH           *
      *                SURRENDER VALUE SENT     SURP / CASH           *
      *                SUSPENSE REFUND SENT     SUSP / CASH           *
      *      LGRBNK01  CLAIM PAYMENT RETURNED   CASH / CLMP           *
      *      LGARCV01  RECOVERY RECEIVED        CASH / RCVY           *
      *      LGRBRK02  COMMISSION EARNED        COMM / BRKP           *
      *                COMMISSION PAID          BRKP / CASH           *
      *      LGRCED01  CEDED PREMIUM            CEDP / RIAC           *
      *                REINSURANCE RECOVERY     RIAC / RIRC           *
      *      LGRRIR01  REMITTANCE RECEIVED      CASH / RIAC           *
      *                PAYMENT TO REINSURER     RIAC / CASH           *
      *    A NEGATIVE AMOUNT (A CORRECTION) REVERSES BOTH SIDES.      *
      ******************************************************************
       01  GL-POSTING-RECORD.
           05  GLP-KEY.
      *        'YYYY-MM' - SEE LGCPERD.
               10  GLP-PERIOD              PIC X(07).
      *        H/M/C/E AS INV-LINE; SPACE WHEN THE MOVEMENT BELONGS
      *        TO NO ONE LINE (UNALLOCATED CASH, BROKER PAYMENTS).
               10  GLP-LINE                PIC X(01).
               10  GLP-ACCOUNT             PIC X(04).
                   88  GLP-WRITTEN-PREMIUM         VALUE 'WPRM'.
                   88  GLP-RECEIVABLES             VALUE 'RECV'.
                   88  GLP-CASH                    VALUE 'CASH'.
                   88  GLP-UNALLOCATED-CASH        VALUE 'SUSP'.
                   88  GLP-CLAIMS-PAID             VALUE 'CLMP'.
                   88  GLP-RECOVERIES              VALUE 'RCVY'.
                   88  GLP-COMMISSION              VALUE 'COMM'.
                   88  GLP-COMMISSION-PAYABLE      VALUE 'BRKP'.
                   88  GLP-CEDED-PREMIUM           VALUE 'CEDP'.
                   88  GLP-REINSURER-ACCOUNTS      VALUE 'RIAC'.
                   88  GLP-REINSURANCE-RECOVERIES  VALUE 'RIRC'.
                   88  GLP-IPT-PAYABLE             VALUE 'IPTP'.
                   88  GLP-SURRENDERS-PAID         VALUE 'SURP'.
      *        PROGRAM-ID OF THE POSTING PROGRAM.
               10  GLP-SOURCE              PIC X(08).
           05  GLP-DEBIT                   PIC S9(11)V99.
           05  GLP-CREDIT                  PIC S9(11)V99.
           05  GLP-POSTING-COUNT           PIC 9(07).
           05  GLP-LAST-POSTED-DATE        PIC X(10).
           05  FILLER                      PIC X(20).
