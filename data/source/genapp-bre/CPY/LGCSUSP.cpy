      ******************************************************************
      *    LGCSUSP - UNAPPLIED-CASH SUSPENSE RECORD (SUSPENSE KSDS,   *
      *    KEYED BY SUS-ITEM-NUM).  ONE ROW PER RECEIPT LGRRCP01      *
      *    COULD NOT APPLY - NO INVOICE ON FILE FOR THE POLICY IT     *
      *    NAMES, OR A POLICY NUMBER THAT IS NOT A NUMBER AT ALL.     *
      *    LGASUS01 ALLOCATES IT ONLINE TO THE RIGHT POLICY'S OPEN    *
      *    INVOICES OR AUTHORIZES IT FOR REFUND; LGRDSB01 PAYS THE    *
      *    REFUND AND LGRSUS01 AGES WHAT IS STILL UNALLOCATED.        *
      *    (MONEY LEFT OVER ON A POLICY THAT HAS BEEN BILLED IS NOT   *
      *    SUSPENSE - IT IS THAT POLICY'S OVERPAYMENT CREDIT NOTE.)   *
      ******************************************************************
       01  SUSPENSE-ITEM-RECORD.
      *    ITEM NUMBER = YYMMDD THE ITEM WAS POSTED + A 4-DIGIT
      *    RUNNING NUMBER WITHIN THE DAY.
           05  SUS-ITEM-NUM                PIC 9(10).
           05  FILLER REDEFINES SUS-ITEM-NUM.
               10  SUS-ITEM-POSTED-YYMMDD  PIC 9(06).
               10  SUS-ITEM-SEQ            PIC 9(04).
           05  SUS-RECEIPT-DATE            PIC X(10).
           05  SUS-POSTED-DATE             PIC X(10).
      *    THE POLICY NUMBER EXACTLY AS IT CAME ON THE RECEIPT.
           05  SUS-POLICY-REF              PIC X(10).
           05  SUS-AMOUNT                  PIC 9(08)V99.
      *    HOW MUCH HAS GONE TO INVOICES OR BEEN REFUNDED.  WHAT IS
      *    STILL IN SUSPENSE IS SUS-AMOUNT - SUS-ALLOCATED, LESS ANY
      *    SUS-REFUND-AMOUNT AUTHORIZED BUT NOT YET PAID.
           05  SUS-ALLOCATED               PIC 9(08)V99.
           05  SUS-REASON                  PIC X(02).
               88  SUS-NO-INVOICE                  VALUE 'NI'.
               88  SUS-BAD-POLICY-REF              VALUE 'BP'.
           05  SUS-STATUS-FLAG             PIC X(01).
               88  SUS-OPEN                        VALUE 'O'.
               88  SUS-PART-ALLOCATED              VALUE 'P'.
               88  SUS-CLEARED                     VALUE 'C'.
               88  SUS-REFUND-AUTHORIZED           VALUE 'R'.
               88  SUS-REFUND-DISBURSED            VALUE 'D'.
      *    LAST ONLINE ACTION - WHO, WHEN, AND THE POLICY IT WENT TO.
           05  SUS-LAST-USER               PIC X(08).
           05  SUS-LAST-ACTION-DATE        PIC X(10).
           05  SUS-LAST-POLICY-NUM         PIC 9(10).
      *    REFUND OF THE REMAINDER, AUTHORIZED ON LGASUS01 AGAINST
      *    THE LGCPAYL REFUND LIMITS AND PAID BY LGRDSB01.
           05  SUS-REFUND-PAYEE            PIC X(30).
           05  SUS-REFUND-AMOUNT           PIC 9(08)V99.
           05  SUS-DISBURSE-DATE           PIC X(10).
           05  FILLER                      PIC X(19).
