                 07 CA-M-END-EFF-DATE    PIC X(10).
                 07 CA-M-END-REASON      PIC X(30).
                 07 CA-M-END-DELTA       PIC S9(7)V99.
      *       Premium payment plan, set on ADDMOT and ENDMOT:
      *       'A' annual, 'I' monthly instalments.  On ENDMOT
      *       spaces keep the plan already on the policy
                 07 CA-M-PLAN-TYPE       PIC X(1).
                 07 CA-M-PLAN-INSTALMENTS PIC 9(2).
                 07 CA-M-PLAN-PAY-DAY    PIC 9(2).
                 07 CA-M-FILLER          PIC X(31881).
