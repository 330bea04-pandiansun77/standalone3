      ******************************************************************
      *    LGCMART1 - COMMAREA FOR THE REFERENCE TABLE MAINTENANCE    *
      *    TRANSACTION (LGMRTB01) OVER THE REFTAB KSDS (LGCREFT).     *
      *                                                                *
      *    REQUEST IDS:                                                *
      *       'INQREF' - RETURN THE VERSION KEYED BY CA-F-TABLE-ID,    *
      *                  CA-F-ENTRY-KEY AND CA-F-EFFECTIVE-DATE        *
      *       'ADDREF' - ADD A NEW VERSION OF AN ENTRY, EFFECTIVE      *
      *                  TODAY OR LATER.  STATUS 'W' WITHDRAWS THE     *
      *                  ENTRY FROM THAT DATE                          *
      *       'UPDREF' - CORRECT A VERSION NOT YET IN FORCE.  SEND     *
      *                  CA-F-LASTCHANGED BACK FROM THE INQUIRY        *
      *       'DELREF' - REMOVE A VERSION NOT YET IN FORCE             *
      *    A VERSION ALREADY IN FORCE IS NEVER CHANGED OR REMOVED -    *
      *    PAST RUNS WERE RATED ON IT.  ADD A NEW VERSION INSTEAD.     *
      *    CA-F-DATA TAKES THE SHAPE OF THE TABLE NAMED.               *
      ******************************************************************
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-REFERENCE-ROW.
      *       'PERZ', 'TRTY', 'PAYL', 'ACCP' OR 'ACCL'
              05 CA-F-TABLE-ID         PIC X(4).
              05 CA-F-ENTRY-KEY        PIC X(16).
              05 CA-F-PERZ-KEY REDEFINES CA-F-ENTRY-KEY.
                 07 CA-F-PERZ-SEQ      PIC 9(3).
                 07 CA-F-PERZ-ZONE     PIC X(8).
                 07 FILLER             PIC X(5).
              05 CA-F-ACCL-KEY REDEFINES CA-F-ENTRY-KEY.
                 07 CA-F-ACCL-ZONE     PIC X(8).
                 07 CA-F-ACCL-PERIL    PIC X(8).
      *       CCYY-MM-DD
              05 CA-F-EFFECTIVE-DATE   PIC X(10).
      *       'A' ACTIVE, 'W' WITHDRAWN
              05 CA-F-STATUS           PIC X(1).
              05 CA-F-DATA             PIC X(60).
              05 CA-F-PERZ-DATA REDEFINES CA-F-DATA.
                 07 CA-F-LAT-LO        PIC S9(3)V9(4).
                 07 CA-F-LAT-HI        PIC S9(3)V9(4).
                 07 CA-F-LON-LO        PIC S9(3)V9(4).
                 07 CA-F-LON-HI        PIC S9(3)V9(4).
                 07 CA-F-FIREPERIL     PIC 9(4).
                 07 CA-F-CRIMEPERIL    PIC 9(4).
                 07 CA-F-FLOODPERIL    PIC 9(4).
                 07 CA-F-WEATHERPERIL  PIC 9(4).
                 07 FILLER             PIC X(16).
              05 CA-F-TRTY-DATA REDEFINES CA-F-DATA.
                 07 CA-F-REINSURER     PIC X(5).
                 07 CA-F-RETENTION     PIC 9(8).
                 07 CA-F-CEDED-PCT     PIC 9(3).
                 07 FILLER             PIC X(44).
              05 CA-F-PAYL-DATA REDEFINES CA-F-DATA.
                 07 CA-F-LIMIT-AMOUNT  PIC 9(8)V9(2).
                 07 CA-F-PAY-CLASS     PIC X(1).
                 07 FILLER             PIC X(49).
              05 CA-F-ACCP-DATA REDEFINES CA-F-DATA.
                 07 CA-F-ZONE          PIC X(8).
                 07 FILLER             PIC X(52).
              05 CA-F-ACCL-DATA REDEFINES CA-F-DATA.
                 07 CA-F-ACCUM-LIMIT   PIC 9(12).
                 07 FILLER             PIC X(48).
              05 CA-F-LASTCHANGED      PIC X(26).
