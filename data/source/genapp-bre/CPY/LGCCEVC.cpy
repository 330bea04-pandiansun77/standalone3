      ******************************************************************
      *    LGCCEVC - CATASTROPHE EVENT MAINTENANCE CARD (CEVCARDS,    *
      *    80-BYTE CARDS) APPLIED TO CATEVENT (LGCCATE) BY LGRCEV01.  *
      *    THE CLAIMS MANAGER ADDS A CARD WHEN AN EVENT IS DECLARED:  *
      *      'A' - ADD A NEW OPEN EVENT.                              *
      *      'U' - REPLACE THE PERIL, DATES AND ZONES OF AN EVENT.    *
      *            AN OPEN OR CLOSED EVENT KEEPS ITS STATUS.          *
      *      'C' - CLOSE AN EVENT SO ADDCLM STOPS SUGGESTING IT.  AN  *
      *            END DATE ON THE CARD IS THE LAST DATE OF LOSS; AN  *
      *            EVENT WITH NO END DATE OTHERWISE ENDS ON THE RUN   *
      *            DATE.                                              *
      *      '*' OR BLANK IN COLUMN 1 IS A COMMENT.                   *
      *    THE PERIL MUST BE AN LGCTRTY PERIL NAME AND EACH ZONE AN   *
      *    LGCPERZ ZONE NAME; AT LEAST ONE ZONE IS NEEDED ON 'A' AND  *
      *    'U'.  DATES ARE CCYY-MM-DD.                                *
      ******************************************************************
       01  CAT-EVENT-CARD.
           05  CEC-ACTION                  PIC X(01).
               88  CEC-ADD                         VALUE 'A'.
               88  CEC-UPDATE                      VALUE 'U'.
               88  CEC-CLOSE                       VALUE 'C'.
               88  CEC-COMMENT                     VALUE '*' ' '.
           05  CEC-EVENT-CODE              PIC X(08).
           05  CEC-PERIL                   PIC X(08).
           05  CEC-START-DATE              PIC X(10).
           05  CEC-END-DATE                PIC X(10).
           05  CEC-ZONE-TABLE.
               10  CEC-ZONE OCCURS 4 TIMES PIC X(08).
           05  FILLER                      PIC X(11).
