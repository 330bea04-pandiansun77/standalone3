               88  QUO-STATUS-OPEN                 VALUE 'O'.
               88  QUO-STATUS-CONVERTED            VALUE 'C'.
               88  QUO-STATUS-EXPIRED              VALUE 'X'.
      *    FOR A HOUSE QUOTE, THE PREMIUM LGAHRT01 RATED; FOR MOTOR,
      *    THE RATE-BOOK BASE THE CALLER SUPPLIED.
           05  QUO-BASE-PREMIUM            PIC 9(06).
      *    THE QUOTED PREMIUM: FOR MOTOR, THE BASE RUN THROUGH THE
      *    SAME ACCIDENT-RECENCY SURCHARGE SCALE LGMMOT01 APPLIES.
               10  QUO-M-MANUFACTURED      PIC X(10).
               10  QUO-M-ACC-1YR           PIC 9(02).
               10  QUO-M-ACC-3YR           PIC 9(02).
      *    HOUSE RATING TRACE FROM LGAHRT01 (LGCHRTL HR-TRACE SHAPE)
      *    SO A QUOTED HOUSE PREMIUM CAN BE EXPLAINED AFTERWARDS.
      *    SPACES ON MOTOR QUOTES AND ON QUOTES TAKEN BEFORE HOUSE
      *    RATING MOVED INTO THE SYSTEM.
           05  QUO-RATING-TRACE.
               10  QUO-T-TABLE-VERSION     PIC X(08).
               10  QUO-T-RATE-PER-MILLE    PIC 9(02)V9(04).
               10  QUO-T-BASE-PREMIUM      PIC 9(07)V99.
               10  QUO-T-TYPE-FACTOR       PIC 9(01)V9(03).
               10  QUO-T-TYPE-DEFAULTED    PIC X(01).
               10  QUO-T-BEDROOM-FACTOR    PIC 9(01)V9(03).
               10  QUO-T-ZONE              PIC X(08).
               10  QUO-T-ZONE-FACTOR       PIC 9(01)V9(03).
               10  QUO-T-RATED-PREMIUM     PIC 9(07)V99.
               10  QUO-T-MINIMUM-PREMIUM   PIC 9(06).
               10  QUO-T-MINIMUM-APPLIED   PIC X(01).
               10  QUO-T-FINAL-PREMIUM     PIC 9(06).
           05  FILLER                      PIC X(20).
