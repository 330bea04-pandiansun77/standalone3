      *    LGCMARC1 - COMMAREA FOR THE CUSTOMER-360 CONSOLIDATED      *
      *    INQUIRY (LGICUS01): THE CUSTOMER'S DETAILS PLUS A SUMMARY  *
      *    LINE FOR EVERY POLICY ACROSS HOUSEPOL, MOTORPOL, COMMPOL   *
      *    AND ENDOWPOL, THE OPEN CLAIMPOL CLAIMS AND THE DUNNING     *
      *    LETTERS SENT (DUNLTR), IN ONE CALL.                        *
      *                                                               *
      *    REQUEST IDS:                                               *
      *       'INQ360' - CONSOLIDATED INQUIRY FOR CA-T-CUSTOMER-NUM   *
      *    WITH CA-T-RESUME UNCHANGED FOR THE NEXT PAGE.  A FRESH     *
      *    INQUIRY STARTS WITH CA-T-RESUME-LINE SET TO SPACE.  THE    *
      *    CUSTOMER SECTION AND THE OPEN-CLAIMS SECTION (UP TO 10,    *
      *    CA-T-CLM-OVERFLOW = 'Y' WHEN MORE EXIST) AND THE LETTERS   *
      *    SECTION (UP TO 10, SAME OVERFLOW RULE) ARE FILLED ON EVERY *
      *    CALL.                                                      *
      ******************************************************************
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
                 07 CA-T-C-DATE        PIC X(10).
                 07 CA-T-C-VALUE       PIC 9(8).
                 07 CA-T-C-PAID        PIC 9(8).
      *    Dunning letters section, by policy then invoice
           03 CA-360-LETTERS.
              05 CA-T-LTR-COUNT        PIC 9(2).
              05 CA-T-LTR-OVERFLOW     PIC X(1).
              05 CA-T-LTR OCCURS 10 TIMES.
                 07 CA-T-L-POLICY-NUM  PIC 9(10).
                 07 CA-T-L-LINE        PIC X(1).
      *          1 REMINDER, 2 FINAL NOTICE, 3 NOTICE OF CANCELLATION
                 07 CA-T-L-STAGE       PIC X(1).
                 07 CA-T-L-DATE        PIC X(10).
                 07 CA-T-L-AMOUNT      PIC 9(8)V9(2).
