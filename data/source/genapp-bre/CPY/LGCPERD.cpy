      ******************************************************************
      *    LGCPERD - ACCOUNTING PERIOD CONTROL RECORD (PERIODS KSDS,  *
      *    KEYED BY PRD-PERIOD).  ONE RECORD PER CALENDAR MONTH.  A   *
      *    MONTH NOT ON THE FILE HAS NEVER BEEN CLOSED AND IS OPEN.   *
      *    LGRGLC01 CLOSES A MONTH WHEN ITS GL JOURNAL BALANCES AND   *
      *    OPENS THE NEXT.  EVERY PROGRAM THAT POSTS TO THE GENERAL   *
      *    LEDGER INTERFACE (GLPOST, LGCGLPT) READS THE PERIOD OF THE *
      *    TRANSACTION DATE FIRST AND REFUSES TO POST INTO A CLOSED   *
      *    ONE - A LATE-DATED ITEM HAS TO BE RE-DATED INTO AN OPEN    *
      *    MONTH, NOT SLIPPED INTO ONE ALREADY REPORTED.              *
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
      *    'YYYY-MM', THE SAME AS THE FIRST 7 BYTES OF A YYYY-MM-DD
      *    DATE.
           05  PRD-PERIOD                  PIC X(07).
           05  PRD-STATUS                  PIC X(01).
               88  PRD-STATUS-OPEN                 VALUE 'O'.
               88  PRD-STATUS-CLOSED               VALUE 'C'.
           05  PRD-OPENED-DATE             PIC X(10).
           05  PRD-CLOSED-DATE             PIC X(10).
      *    THE CLOSING JOURNAL: HOW MANY LINES, AND ITS TOTALS.
           05  PRD-JOURNAL-LINES           PIC 9(05).
           05  PRD-TOTAL-DEBITS            PIC S9(11)V99.
           05  PRD-TOTAL-CREDITS           PIC S9(11)V99.
      *    THE LAST CLOSE ATTEMPT, SUCCESSFUL OR NOT: WHEN, AND
      *    WHETHER THE TRIAL BALANCE BALANCED.
           05  PRD-LAST-ATTEMPT-DATE       PIC X(10).
           05  PRD-LAST-ATTEMPT-RESULT     PIC X(01).
               88  PRD-ATTEMPT-BALANCED            VALUE 'B'.
               88  PRD-ATTEMPT-OUT-OF-BALANCE      VALUE 'U'.
           05  FILLER                      PIC X(20).
