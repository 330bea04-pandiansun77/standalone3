      ******************************************************************
      *    LGCHRTB - HOUSE RATING TABLES FOR THE RATING ENGINE        *
      *    (LGAHRT01).  THE PREMIUM FOR A HOUSE RISK IS:              *
      *      SUM INSURED / 1000 * HRB-RATE-PER-MILLE                  *
      *        * PROPERTY-TYPE FACTOR * BEDROOM FACTOR * ZONE FACTOR  *
      *    ROUNDED TO WHOLE POUNDS AND NEVER LESS THAN THE MINIMUM    *
      *    PREMIUM.  A PROPERTY TYPE NOT IN THE TABLE RATES AT 1.000  *
      *    AND IS FLAGGED IN THE TRACE.  THE LAST BEDROOM BAND MUST   *
      *    STAY AT 999 SO EVERY COUNT FINDS A BAND.  THE ZONE NAMES   *
      *    ARE THE LGCPERZ PERIL ZONES A HOUSE POSTCODE IS MAPPED TO  *
      *    THROUGH THE LGCACCZ PREFIX TABLE; A ZONE WITH NO ENTRY     *
      *    CARRIES NO LOADING.  THE VALUES ARE MAINTAINED HERE WITH   *
      *    UNDERWRITING SIGN-OFF, THE SAME WAY LGCPERZ IS, AND        *
      *    HRB-TABLE-VERSION IS CHANGED WITH EVERY RELEASE OF THEM SO *
      *    A STORED RATING TRACE NAMES THE TABLES THAT PRICED IT.     *
      ******************************************************************
       01  HRB-TABLE-VERSION              PIC X(08) VALUE 'HR2610A '.
       01  HRB-RATE-PER-MILLE             PIC 9(02)V9(04) VALUE 01.2500.
       01  HRB-MINIMUM-PREMIUM            PIC 9(06) VALUE 000150.
      *
       01  HRB-TYPE-COUNT                 PIC 9(02) VALUE 06.
       01  HRB-TYPE-TABLE.
           05  HRB-TYPE-ENTRY OCCURS 6 TIMES
                         INDEXED BY HRB-TYPE-IDX.
               10  HRB-TYPE-NAME           PIC X(15).
               10  HRB-TYPE-FACTOR         PIC 9(01)V9(03).
       01  FILLER REDEFINES HRB-TYPE-TABLE.
           05  FILLER                      PIC X(15) VALUE 'DETACHED'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.150.
           05  FILLER                      PIC X(15) VALUE
               'SEMI-DETACHED'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.000.
           05  FILLER                      PIC X(15) VALUE 'TERRACED'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 0.950.
           05  FILLER                      PIC X(15) VALUE 'BUNGALOW'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.050.
           05  FILLER                      PIC X(15) VALUE 'FLAT'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 0.850.
      *    THATCH AND OLDER CONSTRUCTION
           05  FILLER                      PIC X(15) VALUE 'COTTAGE'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.200.
      *
       01  HRB-BED-COUNT                  PIC 9(02) VALUE 06.
       01  HRB-BED-TABLE.
           05  HRB-BED-ENTRY OCCURS 6 TIMES
                         INDEXED BY HRB-BED-IDX.
               10  HRB-BED-MAX             PIC 9(03).
               10  HRB-BED-FACTOR          PIC 9(01)V9(03).
       01  FILLER REDEFINES HRB-BED-TABLE.
           05  FILLER                      PIC 9(03) VALUE 001.
           05  FILLER                      PIC 9(01)V9(03) VALUE 0.900.
           05  FILLER                      PIC 9(03) VALUE 002.
           05  FILLER                      PIC 9(01)V9(03) VALUE 0.950.
           05  FILLER                      PIC 9(03) VALUE 003.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.000.
           05  FILLER                      PIC 9(03) VALUE 004.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.080.
           05  FILLER                      PIC 9(03) VALUE 005.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.150.
      *    CATCH-ALL BAND - MUST STAY LAST
           05  FILLER                      PIC 9(03) VALUE 999.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.250.
      *
       01  HRB-ZONE-COUNT                 PIC 9(02) VALUE 04.
       01  HRB-ZONE-TABLE.
           05  HRB-ZONE-ENTRY OCCURS 4 TIMES
                         INDEXED BY HRB-ZONE-IDX.
               10  HRB-ZONE-NAME           PIC X(08).
               10  HRB-ZONE-FACTOR         PIC 9(01)V9(03).
       01  FILLER REDEFINES HRB-ZONE-TABLE.
           05  FILLER                      PIC X(08) VALUE 'CITYCTR '.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.100.
           05  FILLER                      PIC X(08) VALUE 'RIVRPLN '.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.400.
           05  FILLER                      PIC X(08) VALUE 'COASTAL '.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.250.
           05  FILLER                      PIC X(08) VALUE 'STANDARD'.
           05  FILLER                      PIC 9(01)V9(03) VALUE 1.000.
