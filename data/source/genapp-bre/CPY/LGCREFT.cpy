      ******************************************************************
      *    LGCREFT - REFERENCE TABLE RECORD (REFTAB KSDS, KEYED BY    *
      *    REF-KEY).  ONE FILE HOLDS EVERY RATING AND AUTHORITY TABLE *
      *    THE PROGRAMS USED TO CARRY AS COMPILED VALUES:             *
      *       PERZ - PERIL-ZONE BOXES AND FACTORS       (LGCPERZ)     *
      *       TRTY - TREATY RETENTION AND CEDED SHARE   (LGCTRTY)     *
      *       PAYL - PAYMENT AUTHORITY LIMIT PER USER   (LGCPAYL)     *
      *       ACCP - POSTCODE PREFIX TO PERIL ZONE      (LGCACCZ)     *
      *       ACCL - ACCUMULATION LIMIT PER ZONE/PERIL  (LGCACCZ)     *
      *    EVERY ROW IS A VERSION OF ONE ENTRY FROM ITS EFFECTIVE     *
      *    DATE.  THE ENTRY IN FORCE ON A DATE IS ITS LATEST VERSION  *
      *    EFFECTIVE ON OR BEFORE THAT DATE, AND ONLY IF THAT VERSION *
      *    IS ACTIVE - A WITHDRAWN VERSION TAKES THE ENTRY OUT OF THE *
      *    TABLE FROM ITS DATE.  VERSIONS ARE ADDED, NOT OVERWRITTEN, *
      *    SO THE TABLE AS IT STOOD ON ANY PAST DATE CAN BE REBUILT.  *
      *    MAINTAINED BY LGMRTB01; LOADED BY LGARTB01 (BATCH) AND     *
      *    LGARTB02 (ONLINE).                                         *
      ******************************************************************
       01  REF-TABLE-RECORD.
           05  REF-KEY.
               10  REF-TABLE-ID            PIC X(04).
                   88  REF-PERIL-ZONE             VALUE 'PERZ'.
                   88  REF-TREATY                 VALUE 'TRTY'.
                   88  REF-PAY-LIMIT              VALUE 'PAYL'.
                   88  REF-POSTCODE-ZONE          VALUE 'ACCP'.
                   88  REF-ACCUM-LIMIT            VALUE 'ACCL'.
                   88  REF-TABLE-ID-VALID         VALUE 'PERZ' 'TRTY'
                                                        'PAYL' 'ACCP'
                                                        'ACCL'.
      *        PERZ - SEARCH ORDER + ZONE NAME (THE FIRST BOX THAT
      *               HOLDS THE RISK WINS, SO STANDARD SORTS LAST)
      *        TRTY - PERIL NAME       PAYL - USER ID
      *        ACCP - POSTCODE PREFIX  ACCL - ZONE + PERIL
               10  REF-ENTRY-KEY           PIC X(16).
               10  REF-PERZ-KEY REDEFINES REF-ENTRY-KEY.
                   15  REF-PERZ-SEQ        PIC 9(03).
                   15  REF-PERZ-ZONE       PIC X(08).
                   15  FILLER              PIC X(05).
               10  REF-ACCL-KEY REDEFINES REF-ENTRY-KEY.
                   15  REF-ACCL-ZONE       PIC X(08).
                   15  REF-ACCL-PERIL      PIC X(08).
      *        CCYY-MM-DD
               10  REF-EFFECTIVE-DATE      PIC X(10).
      *    'A' ACTIVE, 'W' WITHDRAWN FROM REF-EFFECTIVE-DATE
           05  REF-STATUS                  PIC X(01).
               88  REF-ACTIVE                     VALUE 'A'.
               88  REF-WITHDRAWN                  VALUE 'W'.
           05  REF-DATA                    PIC X(60).
           05  REF-PERZ-DATA REDEFINES REF-DATA.
               10  REF-LAT-LO              PIC S9(03)V9(04).
               10  REF-LAT-HI              PIC S9(03)V9(04).
               10  REF-LON-LO              PIC S9(03)V9(04).
               10  REF-LON-HI              PIC S9(03)V9(04).
               10  REF-FIREPERIL           PIC 9(04).
               10  REF-CRIMEPERIL          PIC 9(04).
               10  REF-FLOODPERIL          PIC 9(04).
               10  REF-WEATHERPERIL        PIC 9(04).
               10  FILLER                  PIC X(16).
           05  REF-TRTY-DATA REDEFINES REF-DATA.
               10  REF-REINSURER           PIC X(05).
               10  REF-RETENTION           PIC 9(08).
               10  REF-CEDED-PCT           PIC 9(03).
               10  FILLER                  PIC X(44).
           05  REF-PAYL-DATA REDEFINES REF-DATA.
               10  REF-LIMIT-AMOUNT        PIC 9(08)V9(02).
      *        'C' CLAIM PAYMENTS, 'R' PREMIUM REFUNDS
               10  REF-PAY-CLASS           PIC X(01).
               10  FILLER                  PIC X(49).
           05  REF-ACCP-DATA REDEFINES REF-DATA.
               10  REF-ZONE                PIC X(08).
               10  FILLER                  PIC X(52).
           05  REF-ACCL-DATA REDEFINES REF-DATA.
               10  REF-ACCUM-LIMIT-AMT     PIC 9(12).
               10  FILLER                  PIC X(48).
           05  REF-LAST-CHANGED            PIC X(26).
           05  FILLER                      PIC X(40).
