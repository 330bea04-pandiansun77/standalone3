      *    IS A USER ID AND THE LARGEST SINGLE PAYMENT THAT USER MAY  *
      *    AUTHORIZE.  A USER NOT LISTED HERE MAY AUTHORIZE NOTHING   *
      *    AT ALL - THE DEFAULT IS REFUSAL, NOT AN UNLIMITED DESK.    *
      *    THE LIMITS ARE MAINTAINED ON THE REFTAB FILE (TABLE PAYL,  *
      *    LGCREFT) THROUGH LGMRTB01 WITH CLAIMS-MANAGEMENT SIGN-OFF; *
      *    THE PROGRAMS LOAD THE LIMITS IN FORCE INTO PAL-LIMIT-AREA  *
      *    THROUGH LGARTB02 BEFORE SEARCHING IT.                      *
      *    THE SAME TABLE LIMITS PREMIUM REFUNDS (LGARFD01).  EACH    *
      *    ENTRY IS FOR ONE KIND OF PAYMENT ONLY - A CLAIMS USER      *
      *    CANNOT AUTHORIZE A REFUND, NOR AN ACCOUNTS USER A CLAIM    *
      *    PAYMENT - AND THE REFUND LIMITS HAVE ACCOUNTS-MANAGEMENT   *
      *    SIGN-OFF.                                                  *
      ******************************************************************
       01  PAL-LIMIT-AREA.
           05  PAL-USER-COUNT              PIC 9(02) VALUE ZERO.
           05  PAL-ENTRY OCCURS 0 TO 50 TIMES
                         DEPENDING ON PAL-USER-COUNT
                         INDEXED BY PAL-IDX.
               10  PAL-USER-ID             PIC X(08).
               10  PAL-LIMIT-AMOUNT        PIC 9(08)V9(02).
               10  PAL-PAY-CLASS           PIC X(01).
                   88  PAL-CLAIM-PAYER             VALUE 'C'.
                   88  PAL-REFUND-PAYER            VALUE 'R'.
       77  PAL-USER-MAX                    PIC 9(02) VALUE 50.
      *
       01  WS-PAY-LIMIT-WORK.
           05  WS-PAL-USER-FND             PIC X(01) VALUE 'N'.
