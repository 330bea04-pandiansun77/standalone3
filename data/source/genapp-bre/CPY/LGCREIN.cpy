      ******************************************************************
      *    LGCREIN - REINSURANCE ACCOUNT RECORD (REINACCT KSDS, KEYED *
      *    BY RIA-KEY).  ONE ACCOUNT PER REINSURER (TRT-REINSURER IN  *
      *    LGCTRTY), MADE UP OF ENTRIES BY QUARTER:                   *
      *      P - CEDED PREMIUM DUE TO THE REINSURER, ONE PER CEDED    *
      *          POLICY PER QUARTER (A QUARTER OF THE ANNUAL CESSION) *
      *      R - CLAIM RECOVERY DUE FROM THE REINSURER: ITS SHARE OF  *
      *          WHAT WE HAVE PAID ON THE CLAIM, RAISED IN THE        *
      *          QUARTER THE PAYMENT WAS SEEN.  A LATER PAYMENT       *
      *          RAISES A FURTHER ENTRY; A PAYMENT RETURNED BY THE    *
      *          BANK CAN RAISE A NEGATIVE ONE.                       *
      *      M - A REMITTANCE RECEIVED FROM THE REINSURER             *
      *      T - A PAYMENT WE MADE TO THE REINSURER                   *
      *    LGRCED01 RAISES P AND R; LGRRIR01 TAKES IN M AND T AND     *
      *    SETS THEM AGAINST THE OPEN R AND P ENTRIES, OLDEST FIRST;  *
      *    LGRRIS01 PRINTS THE QUARTERLY STATEMENT OF ACCOUNT.        *
      *    OUTSTANDING = DUE - SETTLED.  ON M AND T ENTRIES, DUE IS   *
      *    THE MONEY AND SETTLED IS HOW MUCH OF IT HAS BEEN APPLIED.  *
      ******************************************************************
       01  REINSURANCE-ACCOUNT-RECORD.
           05  RIA-KEY.
               10  RIA-REINSURER           PIC X(05).
               10  RIA-ENTRY-TYPE          PIC X(01).
                   88  RIA-TYPE-PREMIUM            VALUE 'P'.
                   88  RIA-TYPE-RECOVERY           VALUE 'R'.
                   88  RIA-TYPE-REMITTANCE         VALUE 'M'.
                   88  RIA-TYPE-PAYMENT            VALUE 'T'.
      *        POLICY NUMBER (P), CLAIM NUMBER (R), OR THE REMITTANCE
      *        OR PAYMENT REFERENCE (M/T).
               10  RIA-REF                 PIC X(10).
      *        QUARTER THE ENTRY BELONGS TO - 'YYYYQN', E.G. '2026Q4'.
               10  RIA-QUARTER.
                   15  RIA-QTR-YEAR        PIC 9(04).
                   15  RIA-QTR-LETTER      PIC X(01).
                   15  RIA-QTR-NUM         PIC 9(01).
           05  RIA-POLICY-NUM              PIC 9(10).
           05  RIA-AMOUNT-DUE              PIC S9(09)V99.
           05  RIA-AMOUNT-SETTLED          PIC S9(09)V99.
      *    R ONLY: THE REINSURER'S SHARE OF THE CLAIM (ITS CEDED
      *    PREMIUM OVER THE POLICY'S GROSS PREMIUM) WHEN LAST RAISED.
           05  RIA-SHARE-RATE              PIC 9V9(06).
           05  RIA-RAISED-DATE             PIC X(10).
           05  RIA-LAST-SETTLED-DATE       PIC X(10).
           05  RIA-STATUS                  PIC X(01).
               88  RIA-STATUS-OPEN                 VALUE 'O'.
               88  RIA-STATUS-PART-SETTLED         VALUE 'P'.
               88  RIA-STATUS-SETTLED              VALUE 'S'.
           05  FILLER                      PIC X(20).
