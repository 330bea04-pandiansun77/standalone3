                 07 CA-E-END-EFF-DATE    PIC X(10).
                 07 CA-E-END-REASON      PIC X(30).
                 07 CA-E-END-DELTA       PIC S9(7)V99.
      *       Premium payment plan, set on ADDEND and ENDEND:
      *       'A' annual, 'I' monthly instalments.  On ENDEND
      *       spaces keep the plan already on the policy
                 07 CA-E-PLAN-TYPE       PIC X(1).
                 07 CA-E-PLAN-INSTALMENTS PIC 9(2).
                 07 CA-E-PLAN-PAY-DAY    PIC 9(2).
      *       Surrender value, returned by SVQEND and SUREND.  The
      *       surrender date is CA-E-END-EFF-DATE (spaces = today);
      *       the basis is 'W' with-profits or 'U' unit funds.  On
      *       SUREND the refund request raised for the payment
      *       comes back in CA-E-SURR-REQUEST-SEQ
                 07 CA-E-SURR-YEARS      PIC 9(2).
                 07 CA-E-SURR-BASIS      PIC X(1).
                 07 CA-E-SURR-PCT        PIC 9(3)V99.
                 07 CA-E-SURR-VALUE      PIC 9(8)V99.
                 07 CA-E-SURR-REQUEST-SEQ PIC 9(4).
                 07 CA-E-PADDING-DATA    PIC X(32272).                          
