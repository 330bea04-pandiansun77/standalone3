      ******************************************************************
      *    LGCDUNL - DUNNING LETTER RECORD (DUNLTR KSDS, KEYED BY     *
      *    DUN-KEY).  ONE ROW PER LETTER LGRARR01 SENDS AS AN OVERDUE *
      *    BILLINV BALANCE MOVES UP A DUNNING STAGE - REMINDER, FINAL *
      *    NOTICE, NOTICE OF CANCELLATION - ADDRESSED FROM CUSTOMER.  *
      *    THE PRINT HOUSE TAKES THE ROWS BY DUN-LETTER-DATE; THE     *
      *    ROWS STAY AS THE RECORD OF WHAT THE CUSTOMER WAS TOLD, AND *
      *    THE CUSTOMER-360 INQUIRY (LGICUS01) LISTS THEM.            *
      *    THE KEY LEADS WITH THE CUSTOMER SO THE INQUIRY CAN BROWSE  *
      *    ONE CUSTOMER'S LETTERS, AND CARRIES THE INVOICE KEY AND    *
      *    STAGE, SO A RERUN CANNOT SEND THE SAME LETTER TWICE - THE  *
      *    DUPLICATE WRITE IS REFUSED BY THE FILE.                    *
      ******************************************************************
       01  DUNNING-LETTER-RECORD.
           05  DUN-KEY.
      *        THE CUSTOMER WRITTEN TO - THE SURVIVOR WHEN THE
      *        INVOICE'S CUSTOMER HAS BEEN MERGED.
               10  DUN-CUSTOMER-NUM        PIC 9(10).
               10  DUN-POLICY-NUM          PIC 9(10).
               10  DUN-CYCLE-DATE          PIC X(10).
               10  DUN-STAGE               PIC X(01).
                   88  DUN-REMINDER               VALUE '1'.
                   88  DUN-FINAL-NOTICE           VALUE '2'.
                   88  DUN-CANCEL-NOTICE          VALUE '3'.
      *    LINE OF BUSINESS: H=HOUSE, M=MOTOR, E=ENDOWMENT.
           05  DUN-LINE                    PIC X(01).
      *    INV-TYPE OF THE INVOICE CHASED (P, D OR I).
           05  DUN-INVOICE-TYPE            PIC X(01).
      *    LETTER TEMPLATE: DUNREM, DUNFIN OR DUNCAN.
           05  DUN-TEMPLATE                PIC X(06).
           05  DUN-LETTER-DATE             PIC X(10).
           05  DUN-DUE-DATE                PIC X(10).
           05  DUN-DAYS-OVERDUE            PIC 9(05).
      *    BALANCE STILL OWED ON THE INVOICE, NET OF UNUSED CREDIT.
           05  DUN-AMOUNT-OWED             PIC 9(08)V99.
           05  DUN-FIRST-NAME              PIC X(10).
           05  DUN-LAST-NAME               PIC X(20).
           05  DUN-HOUSE-NAME              PIC X(20).
           05  DUN-HOUSE-NUM               PIC X(04).
           05  DUN-POSTCODE                PIC X(08).
           05  FILLER                      PIC X(20).
