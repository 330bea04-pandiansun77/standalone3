      ******************************************************************
      *    LGCBONS - WITH-PROFITS BONUS ACCOUNT RECORD (BONUSACC KSDS,*
      *    KEYED BY BNA-KEY).  ONE ROW PER WITH-PROFITS ENDOWMENT PER *
      *    BONUS YEAR, WRITTEN BY THE LGRBON01 DECLARATION RUN AND    *
      *    NEVER CHANGED AFTERWARDS - A DECLARED REVERSIONARY BONUS   *
      *    IS GUARANTEED ONCE ATTACHED.  THE LATEST ROW FOR A POLICY  *
      *    CARRIES THE BONUSES ATTACHED TO DATE (BNA-ACCRUED-TOTAL),  *
      *    WHICH LGRMAT01 ADDS TO THE SUM ASSURED FOR THE EXPECTED    *
      *    MATURITY PROCEEDS.                                         *
      ******************************************************************
       01  BONUS-ACCOUNT-RECORD.
           05  BNA-KEY.
               10  BNA-POLICY-NUM          PIC 9(10).
      *        THE CALENDAR YEAR THE BONUS WAS DECLARED FOR.
               10  BNA-BONUS-YEAR          PIC 9(04).
           05  BNA-CUSTOMER-NUM            PIC 9(10).
           05  BNA-FUND-NAME               PIC X(10).
           05  BNA-SUM-ASSURED             PIC 9(06).
      *    THE BONUS IS COMPOUND: THE RATE APPLIES TO THE SUM ASSURED
      *    PLUS THE BONUSES ALREADY ATTACHED, PRO RATA TO THE DAYS IN
      *    FORCE IN THE YEAR FOR A POLICY ISSUED DURING IT.
           05  BNA-BONUS-BASE              PIC 9(08)V99.
           05  BNA-RATE                    PIC 9(03)V9(02).
           05  BNA-DAYS-IN-FORCE           PIC 9(03).
           05  BNA-BONUS-AMOUNT            PIC 9(08)V99.
           05  BNA-ACCRUED-TOTAL           PIC 9(08)V99.
      *    THE DECLARATION DATE (31 DECEMBER OF BNA-BONUS-YEAR) AND
      *    THE DATE THE RUN ATTACHED IT.
           05  BNA-DECLARED-DATE           PIC X(10).
           05  BNA-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(30).
