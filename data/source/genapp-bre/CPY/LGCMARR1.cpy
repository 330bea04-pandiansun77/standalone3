      ******************************************************************
      *    LGCMARR1 - COMMAREA FOR THE PREMIUM REFUND TRANSACTION     *
      *    (LGARFD01).  A REFUND REQUEST IS NAMED BY POLICY NUMBER    *
      *    AND REQUEST SEQUENCE (RFD-KEY IN LGCRFND).                 *
      *                                                                *
      *    REQUEST IDS:                                                *
      *       'INQRFD' - RETURN THE REFUND REQUEST                     *
      *       'AUTRFD' - AUTHORIZE IT AS CA-R-USER, WITHIN THAT        *
      *                  USER'S LGCPAYL REFUND LIMIT                   *
      ******************************************************************
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-CUSTOMER-NUM          PIC 9(10).
      *    Refund request key and authorizing user
           03 CA-REFUND-REQUEST.
              05 CA-R-POLICY-NUM       PIC 9(10).
              05 CA-R-REQUEST-SEQ      PIC 9(4).
              05 CA-R-USER             PIC X(8).
      *    Refund request as it stands after the call
           03 CA-REFUND-RESULT.
              05 CA-R-LINE             PIC X(1).
              05 CA-R-REQUEST-DATE     PIC X(10).
              05 CA-R-AMOUNT           PIC 9(8)V99.
              05 CA-R-PAYEE            PIC X(30).
              05 CA-R-REASON           PIC X(3).
              05 CA-R-AUTH-USER        PIC X(8).
              05 CA-R-AUTH-DATE        PIC X(10).
              05 CA-R-STATUS           PIC X(1).
              05 CA-R-DISB-DATE        PIC X(10).
