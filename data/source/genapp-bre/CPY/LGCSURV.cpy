      ******************************************************************
      *    LGCSURV - ENDOWMENT SURRENDER VALUE TABLE.  ONE ROW PER    *
      *    TERM BAND AND DURATION BAND.  A POLICY USES THE FIRST ROW  *
      *    WHOSE SVT-TERM-MAX IS NOT BELOW ITS ENM-E-TERM AND WHOSE   *
      *    SVT-YEARS-MAX IS NOT BELOW ITS COMPLETED YEARS IN FORCE,   *
      *    SO THE ROWS MUST STAY IN TERM, THEN DURATION, ORDER.  TWO  *
      *    BASES ARE HELD ON EACH ROW:                                *
      *      SVT-WP-PCT   - WITH-PROFITS (ENM-E-WITH-PROFITS = 'Y'): *
      *                     PERCENT OF THE PAID-UP SUM ASSURED, THE  *
      *                     SUM ASSURED IN PROPORTION TO THE YEARS   *
      *                     COMPLETED OVER THE TERM.                 *
      *      SVT-UNIT-PCT - UNIT FUNDS (MANAGED FUND OR EQUITIES):   *
      *                     PERCENT OF THE PREMIUMS PAID TO DATE,    *
      *                     THE SURRENDER PENALTY RUNNING OFF AS THE *
      *                     POLICY AGES.                             *
      *    A ZERO ROW IS THE NIL-VALUE PERIOD - NOTHING IS PAYABLE    *
      *    ON EARLY SURRENDER.  THE VALUES ARE MAINTAINED HERE WITH   *
      *    ACTUARIAL SIGN-OFF, THE SAME WAY THE LGCPAYL LIMITS ARE.   *
      ******************************************************************
       01  SVT-ROW-COUNT                  PIC 9(02) VALUE 12.
       01  SVT-VALUE-TABLE.
           05  SVT-ENTRY OCCURS 12 TIMES
                         INDEXED BY SVT-IDX.
               10  SVT-TERM-MAX            PIC 9(02).
               10  SVT-YEARS-MAX           PIC 9(02).
               10  SVT-WP-PCT              PIC 9(03)V9(02).
               10  SVT-UNIT-PCT            PIC 9(03)V9(02).
       01  FILLER REDEFINES SVT-VALUE-TABLE.
      *    TERMS UP TO 10 YEARS
           05  FILLER                      PIC X(04) VALUE '1001'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 000.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 000.00.
           05  FILLER                      PIC X(04) VALUE '1003'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 060.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 080.00.
           05  FILLER                      PIC X(04) VALUE '1006'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 080.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 090.00.
           05  FILLER                      PIC X(04) VALUE '1099'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 090.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 097.00.
      *    TERMS OF 11 TO 20 YEARS
           05  FILLER                      PIC X(04) VALUE '2002'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 000.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 000.00.
           05  FILLER                      PIC X(04) VALUE '2005'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 050.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 075.00.
           05  FILLER                      PIC X(04) VALUE '2010'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 070.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 088.00.
           05  FILLER                      PIC X(04) VALUE '2099'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 085.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 095.00.
      *    TERMS OF 21 TO 50 YEARS
           05  FILLER                      PIC X(04) VALUE '5003'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 000.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 000.00.
           05  FILLER                      PIC X(04) VALUE '5008'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 045.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 070.00.
           05  FILLER                      PIC X(04) VALUE '5015'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 065.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 085.00.
           05  FILLER                      PIC X(04) VALUE '5099'.
           05  FILLER                      PIC 9(03)V9(02) VALUE 080.00.
           05  FILLER                      PIC 9(03)V9(02) VALUE 095.00.
