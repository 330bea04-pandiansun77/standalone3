      ******************************************************************
      *    HRHYVBAL - VENDOR ACCUMULATOR BALANCE, COMMON LAYOUT.  ONE  *
      *    RECORD PER MEMBER / PLAN YEAR / NETWORK AS THE VENDOR HOLDS *
      *    IT.  EVERY VENDOR'S PERIODIC BALANCE FILE IS NORMALIZED TO  *
      *    THIS LAYOUT BY HRHSVBR1 (HRHNVBNM).  A VENDOR THAT SENDS    *
      *    THIS LAYOUT AS-IS NEEDS NO HRBNVBMP FIELD-MAP CARDS.        *
      *    AMOUNTS ARE DOLLARS AND CENTS, ZONED, SIGN OVERPUNCHED.     *
      ******************************************************************
       01  VENDOR-BALANCE-RECORD.
           05  VBL-VENDOR-CODE          PIC X(05).
           05  VBL-MEMBER-ID            PIC X(18).
           05  VBL-PLAN-YEAR            PIC X(04).
           05  VBL-NETWORK-IND          PIC X(01).
               88  VBL-IN-NETWORK               VALUE 'I'.
               88  VBL-OUT-NETWORK              VALUE 'O'.
           05  VBL-DED-AMT              PIC S9(09)V99.
           05  VBL-OOP-AMT              PIC S9(09)V99.
           05  VBL-AS-OF-DATE           PIC X(08).
           05  FILLER                   PIC X(42).
