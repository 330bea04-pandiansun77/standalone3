                 07 CA-H-END-EFF-DATE    PIC X(10).
                 07 CA-H-END-REASON      PIC X(30).
                 07 CA-H-END-DELTA       PIC S9(7)V99.
      *       Premium payment plan, set on ADDHSE and ENDHSE:
      *       'A' annual, 'I' monthly instalments.  On ENDHSE
      *       spaces keep the plan already on the policy
                 07 CA-H-PLAN-TYPE       PIC X(1).
                 07 CA-H-PLAN-INSTALMENTS PIC 9(2).
                 07 CA-H-PLAN-PAY-DAY    PIC 9(2).
      *       House rating (LGAHRT01).  ADDHSE and ENDHSE price
      *       the risk and return the premium in CA-PAYMENT with the
      *       trace (LGCHRTL HR-TRACE shape) here.  An ADDHSE from a
      *       converted quote carries the quote number, and the
      *       premium quoted is kept while the quote is still open
      *       and matches the risk
                 07 CA-H-QUOTE-NUM       PIC 9(10).
                 07 CA-H-RATING-TRACE    PIC X(66).
                 07 CA-H-FILLER          PIC X(32212).                          
