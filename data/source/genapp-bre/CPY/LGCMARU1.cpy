      ******************************************************************
      *    LGCMARU1 - COMMAREA FOR THE UNAPPLIED-CASH SUSPENSE        *
      *    TRANSACTION (LGASUS01).  A SUSPENSE ITEM IS NAMED BY       *
      *    SUS-ITEM-NUM (LGCSUSP).                                    *
      *                                                                *
      *    REQUEST IDS:                                                *
      *       'SRCSUS' - RETURN SUSPENSE ITEMS MATCHING THE SEARCH     *
      *                  ARGUMENTS (SPACES/ZERO = NOT NARROWED)        *
      *       'ALCSUS' - ALLOCATE CA-U-AMOUNT OF THE ITEM (ZERO = ALL  *
      *                  THAT REMAINS) TO CA-U-POLICY-NUM'S OPEN       *
      *                  INVOICES, OLDEST FIRST                        *
      *       'RFDSUS' - AUTHORIZE THE REST OF THE ITEM FOR REFUND TO  *
      *                  CA-U-PAYEE AS CA-U-USER, WITHIN THAT USER'S   *
      *                  LGCPAYL REFUND LIMIT                          *
      *                                                                *
      *    PAGING: UP TO 10 ENTRIES PER CALL.  WHEN CA-U-MORE-FLAG IS  *
      *    'Y', CALL AGAIN WITH CA-U-RESUME-NUM UNCHANGED TO GET THE   *
      *    NEXT PAGE.  A FRESH SEARCH STARTS WITH CA-U-RESUME-NUM SET  *
      *    TO ZERO.                                                    *
      ******************************************************************
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
      *    Allocation / refund request
           03 CA-SUSPENSE-REQUEST.
              05 CA-U-ITEM-NUM         PIC 9(10).
              05 CA-U-POLICY-NUM       PIC 9(10).
              05 CA-U-AMOUNT           PIC 9(8)V99.
              05 CA-U-USER             PIC X(8).
              05 CA-U-PAYEE            PIC X(30).
      *    Search arguments
           03 CA-SUSPENSE-SEARCH.
              05 CA-U-POLICY-REF       PIC X(10).
              05 CA-U-FROM-DATE        PIC X(10).
              05 CA-U-OPEN-ONLY        PIC X(1).
              05 CA-U-RESUME-NUM       PIC 9(10).
              05 CA-U-MORE-FLAG        PIC X(1).
      *    Results
           03 CA-SUSPENSE-RESULT.
              05 CA-U-ALLOCATED        PIC 9(8)V99.
              05 CA-U-REMAINING        PIC 9(8)V99.
              05 CA-U-STATUS           PIC X(1).
              05 CA-U-ENTRY-COUNT      PIC 9(2).
              05 CA-U-ENTRY OCCURS 10 TIMES.
                 07 CA-U-E-ITEM-NUM    PIC 9(10).
                 07 CA-U-E-RECEIPT-DATE PIC X(10).
                 07 CA-U-E-POLICY-REF  PIC X(10).
                 07 CA-U-E-AMOUNT      PIC 9(8)V99.
                 07 CA-U-E-REMAINING   PIC 9(8)V99.
                 07 CA-U-E-REASON      PIC X(2).
                 07 CA-U-E-STATUS      PIC X(1).
