      ******************************************************************
      *    LGCMARB1 - COMMAREA FOR THE BROKER COMMISSION ACCOUNT       *
      *    HISTORY INQUIRY (LGIBRK01) OVER THE BRKLEDG LEDGER.         *
      *                                                                *
      *    REQUEST IDS:                                                *
      *       'INQBRK' - THE BALANCE OF CA-B-BROKERID'S ACCOUNT AND    *
      *                  EVERY PERIOD POSTING (C) AND PAYMENT (P) ON   *
      *                  IT, OLDEST FIRST                              *
      *                                                                *
      *    PAGING: UP TO 8 ENTRIES PER CALL.  WHEN CA-B-MORE-FLAG IS   *
      *    'Y', CALL AGAIN WITH CA-B-RESUME-KEY UNCHANGED TO GET THE   *
      *    NEXT PAGE.  A FRESH INQUIRY STARTS WITH CA-B-RESUME-KEY     *
      *    SET TO SPACES.                                              *
      ******************************************************************
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
      *    Search arguments
           03 CA-BROKER-REQUEST.
              05 CA-B-BROKERID         PIC 9(10).
      *       Entry date and type of the last entry returned
              05 CA-B-RESUME-KEY       PIC X(11).
              05 CA-B-MORE-FLAG        PIC X(1).
      *    Results
           03 CA-BROKER-RESULT.
              05 CA-B-BALANCE          PIC S9(9)V99.
              05 CA-B-LAST-POSTED      PIC X(10).
              05 CA-B-LAST-PAID        PIC X(10).
              05 CA-B-ENTRY-COUNT      PIC 9(2).
              05 CA-B-ENTRY OCCURS 8 TIMES.
                 07 CA-B-E-DATE        PIC X(10).
                 07 CA-B-E-TYPE        PIC X(1).
                 07 CA-B-E-PERIOD-DAYS PIC 9(3).
                 07 CA-B-E-NB-COMM     PIC S9(9)V99.
                 07 CA-B-E-RNW-COMM    PIC S9(9)V99.
                 07 CA-B-E-CLAWBACK    PIC S9(9)V99.
                 07 CA-B-E-AMOUNT      PIC S9(9)V99.
                 07 CA-B-E-BAL-BEFORE  PIC S9(9)V99.
                 07 CA-B-E-BAL-AFTER   PIC S9(9)V99.
                 07 CA-B-E-PAYMENT-SEQ PIC 9(4).
