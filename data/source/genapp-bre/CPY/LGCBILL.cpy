      *    CYCLE (THE KEY CARRIES THE CYCLE DATE, SO A RERUN OF THE   *
      *    BILLING NIGHT CANNOT DOUBLE-BILL - THE DUPLICATE WRITE IS  *
      *    REFUSED BY THE FILE), LGRRCP01 POSTS RECEIPTS AGAINST IT,  *
      *    AND LGRARR01 AGES WHAT REMAINS UNPAID AND DUNS THE         *
      *    CUSTOMER FOR IT.                                           *
      *    LGRBIL02 ADDS THE MID-TERM NOTES: A DEBIT NOTE FOR THE     *
      *    ADDITIONAL PREMIUM ON AN ENDORSEMENT AND A CREDIT NOTE     *
      *    FOR A RETURN PREMIUM (ENDORSEMENT OR CANCELLATION), EACH   *
      *    TOLD APART FROM THE ANNIVERSARY INVOICE BY INV-TYPE.       *
      *    LGRRCP01 ALSO RAISES A CREDIT NOTE FOR AN OVERPAYMENT, AND *
      *    LGRRFD01/LGRDSB01 REFUND CREDIT LEFT ON THE ACCOUNT.       *
      *    A POLICY ON AN INSTALMENT PLAN IS BILLED ONE RECORD PER    *
      *    INSTALMENT (INV-TYPE 'I'), SO EACH IS PAID AND AGED ON ITS *
      *    OWN; LGRBIL02 RE-SPREADS A MID-TERM MOVEMENT OVER THE      *
      *    INSTALMENTS STILL TO FALL DUE INSTEAD OF RAISING A NOTE.   *
      *    INSURANCE PREMIUM TAX IS HELD ON EACH ROW APART FROM THE   *
      *    PREMIUM (INV-IPT-RATE, INV-IPT-AMOUNT); THE AMOUNT DUE IS  *
      *    WHAT THE CUSTOMER OWES, PREMIUM AND TAX TOGETHER.          *
      ******************************************************************
       01  PREMIUM-INVOICE-RECORD.
           05  INV-KEY.
               10  INV-POLICY-NUM          PIC 9(10).
               10  INV-CYCLE-DATE          PIC X(10).
      *    A MID-TERM NOTE HAS NO CYCLE DATE - ITS KEY CARRIES THE
      *    SOURCE INSTEAD: 'END' + THE ENDORSE SEQUENCE NUMBER, OR
      *    'CAN' + ZEROS FOR THE CANCELLATION RETURN PREMIUM, OR
      *    'OVP' + A RUNNING NUMBER FOR RECEIPT MONEY LEFT OVER ONCE
      *    EVERY INVOICE ON THE POLICY IS PAID.  AN ENDORSEMENT OR
      *    CANCELLATION THEREFORE MAPS TO ONE KEY, SO A RERUN CANNOT
      *    RAISE THE SAME NOTE TWICE.
               10  INV-NOTE-REF REDEFINES INV-CYCLE-DATE.
                   15  INV-NOTE-SOURCE     PIC X(03).
                   15  INV-NOTE-SEQ        PIC 9(04).
                   15  FILLER              PIC X(03).
      *    AN INSTALMENT'S KEY CARRIES 'INS' + THE YEAR OF THE CYCLE
      *    (ANNIVERSARY) DATE IT BELONGS TO + '/' + THE INSTALMENT
      *    NUMBER, E.G. 'INS2026/03'.  ITS DUE DATE IS THE PLAN'S
      *    PAYMENT DAY IN THE INSTALMENT'S MONTH.
               10  INV-INSTALMENT-REF REDEFINES INV-CYCLE-DATE.
                   15  INV-INST-SOURCE     PIC X(03).
                   15  INV-INST-CYCLE-YEAR PIC 9(04).
                   15  INV-INST-SEPARATOR  PIC X(01).
                   15  INV-INST-NUM        PIC 9(02).
           05  INV-CUSTOMER-NUM            PIC 9(10).
      *    LINE OF BUSINESS: H=HOUSE, M=MOTOR, C=COMMERCIAL,
      *    E=ENDOWMENT.
               88  INV-STATUS-OPEN                 VALUE 'O'.
               88  INV-STATUS-PART-PAID            VALUE 'P'.
               88  INV-STATUS-SETTLED              VALUE 'F'.
      *        CREDIT NOTE ONLY - THE UNUSED CREDIT IS SPOKEN FOR BY A
      *        REFUND REQUEST (LGCRFND) AND IS NOT SET OFF AGAINST NEW
      *        INVOICES; LGRDSB01 SETTLES IT WHEN THE REFUND IS PAID.
               88  INV-STATUS-REFUND-HELD          VALUE 'R'.
           05  INV-LAST-RECEIPT-DATE       PIC X(10).
      *    INVOICE TYPE.  SPACE IS THE ANNIVERSARY PREMIUM ON RECORDS
      *    WRITTEN BEFORE THE TYPE EXISTED.  ON A CREDIT NOTE THE
      *    AMOUNT DUE IS THE CREDIT GIVEN (UNSIGNED) AND THE AMOUNT
      *    PAID IS HOW MUCH OF IT LGRRCP01 HAS USED AGAINST OPEN
      *    INVOICES; THE STATUS FLAG READS THE SAME WAY ROUND.
           05  INV-TYPE                    PIC X(01).
               88  INV-TYPE-PREMIUM                VALUE 'P' ' '.
               88  INV-TYPE-DEBIT-NOTE             VALUE 'D'.
               88  INV-TYPE-CREDIT-NOTE            VALUE 'C'.
               88  INV-TYPE-INSTALMENT             VALUE 'I'.
      *        A MID-TERM MOVEMENT LGRBIL02 RE-SPREAD OVER THE PLAN'S
      *        REMAINING INSTALMENTS.  KEPT UNDER THE NOTE KEY AS THE
      *        RECORD OF THE SPREAD (AND SO A RERUN CANNOT SPREAD IT
      *        AGAIN), WRITTEN SETTLED - PAID = DUE - SO IT NEITHER
      *        TAKES RECEIPTS NOR AGES.
               88  INV-TYPE-RESPREAD               VALUE 'S'.
      *    ON A CREDIT NOTE HELD FOR A REFUND, THE RFD-REQUEST-SEQ OF
      *    THE REFUND REQUEST THAT WILL PAY IT OUT.
           05  INV-REFUND-SEQ              PIC 9(04).
      *    INSURANCE PREMIUM TAX (LGCIPTR) INCLUDED IN THE AMOUNT DUE,
      *    AND THE RATE IT WAS CHARGED AT.  THE PREMIUM IS THE AMOUNT
      *    DUE LESS THE TAX.  ON A CREDIT NOTE IT IS THE TAX REVERSED
      *    (UNSIGNED), AS THE AMOUNT DUE IS.  ZERO ON AN OVERPAYMENT
      *    CREDIT NOTE, WHICH IS CASH, NOT PREMIUM.
           05  INV-IPT-RATE                PIC 9(02)V99.
           05  INV-IPT-AMOUNT              PIC 9(07)V99.
      *    DUNNING STAGE REACHED BY AN OVERDUE BALANCE, ADVANCED BY
      *    LGRARR01 AS THE DAYS OVERDUE PASS ITS THRESHOLDS.  EACH
      *    ADVANCE WRITES A LETTER TO DUNLTR (LGCDUNL).  SPACE UNTIL
      *    THE FIRST REMINDER.
           05  INV-DUNNING-STAGE           PIC X(01).
               88  INV-DUN-NONE                    VALUE ' '.
               88  INV-DUN-REMINDER                VALUE '1'.
               88  INV-DUN-FINAL-NOTICE            VALUE '2'.
               88  INV-DUN-CANCEL-NOTICE           VALUE '3'.
           05  FILLER                      PIC X(02).
