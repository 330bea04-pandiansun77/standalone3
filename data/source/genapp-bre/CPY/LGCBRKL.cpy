      ******************************************************************
      *    LGCBRKL - BROKER COMMISSION LEDGER RECORD (BRKLEDG KSDS,   *
      *    KEYED BY BRL-KEY).  ONE ACCOUNT PER BROKER:                *
      *      B - THE BALANCE RECORD, DATED 0000-00-00 SO IT SORTS     *
      *          FIRST: WHAT WE OWE THE BROKER NOW (NEGATIVE WHEN    *
      *          CLAWBACKS HAVE RUN AHEAD OF EARNINGS AND THE BROKER  *
      *          OWES US), AND WHEN IT WAS LAST POSTED AND PAID.      *
      *      C - ONE PER COMMISSION RUN: THE PERIOD'S EARNINGS AND    *
      *          CLAWBACKS AND THE BALANCE EITHER SIDE OF THEM.       *
      *      P - ONE PER PAYMENT SENT TO THE BANK.                    *
      *    LGRBRK02 POSTS AND PAYS; LGIBRK01 SHOWS THE HISTORY.       *
      ******************************************************************
       01  BROKER-LEDGER-RECORD.
           05  BRL-KEY.
               10  BRL-BROKERID            PIC 9(10).
      *        RUN DATE YYYY-MM-DD; 0000-00-00 ON THE BALANCE RECORD.
               10  BRL-ENTRY-DATE          PIC X(10).
               10  BRL-ENTRY-TYPE          PIC X(01).
                   88  BRL-TYPE-BALANCE            VALUE 'B'.
                   88  BRL-TYPE-COMMISSION         VALUE 'C'.
                   88  BRL-TYPE-PAYMENT            VALUE 'P'.
      *    C ONLY: THE PERIOD AND WHAT MADE UP ITS NET.
           05  BRL-PERIOD-DAYS             PIC 9(03).
           05  BRL-NB-COMM                 PIC S9(09)V99.
           05  BRL-RNW-COMM                PIC S9(09)V99.
           05  BRL-CLAWBACK                PIC S9(09)V99.
      *    C: THE PERIOD'S NET COMMISSION.  P: THE AMOUNT PAID.
           05  BRL-AMOUNT                  PIC S9(09)V99.
           05  BRL-BALANCE-BEFORE          PIC S9(09)V99.
      *    ON THE B RECORD, THE BALANCE NOW.
           05  BRL-BALANCE-AFTER           PIC S9(09)V99.
      *    P: THE PAYMENT'S NUMBER FOR THE BROKER, AS SENT TO THE
      *    BANK.  B: THE LAST ONE USED.
           05  BRL-PAYMENT-SEQ             PIC 9(04).
      *    B ONLY.
           05  BRL-LAST-POSTED-DATE        PIC X(10).
           05  BRL-LAST-PAID-DATE          PIC X(10).
           05  FILLER                      PIC X(20).
