           05  CBSTM-CANCELLED             PIC 9(04) VALUE 6000.
      *
       01  CBSTM-TRANSITION-TABLE.
           05  CBSTM-TRANSITION OCCURS 11 TIMES
                                 INDEXED BY CBSTM-IDX.
               10  CBSTM-FROM-STATUS        PIC 9(04).
               10  CBSTM-TO-STATUS          PIC 9(04).
      *    BOUND -> CANCELLED (FORMAL CANCELLATION, TERMINAL)
           05  FILLER                      PIC 9(04) VALUE 3000.
           05  FILLER                      PIC 9(04) VALUE 6000.
      *    BOUND -> REFERRED (REFERRED BACK TO UNDERWRITING, E.G. A
      *    RISK SURVEY OVERDUE OR FOUND WANTING - SEE LGRINS01).  A
      *    REASON IS REQUIRED, AS FOR A REJECTION.
           05  FILLER                      PIC 9(04) VALUE 3000.
           05  FILLER                      PIC 9(04) VALUE 2000.
