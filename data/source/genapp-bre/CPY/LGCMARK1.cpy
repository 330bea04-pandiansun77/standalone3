      ******************************************************************
      *    LGCMARK1 - COMMAREA FOR THE BROKER MASTER MAINTENANCE      *
      *    TRANSACTION (LGMBRK01) OVER THE BROKERMS KSDS (LGCBRKM).   *
      *                                                                *
      *    REQUEST IDS:                                                *
      *       'INQBKM' - RETURN THE BROKER MASTER FOR CA-K-BROKERID    *
      *       'ADDBKM' - ADD A NEW BROKER                              *
      *       'UPDBKM' - REPLACE THE BROKER'S DETAILS, INCLUDING ITS   *
      *                  STATUS, LICENCE AND LINE AUTHORITIES.  SEND   *
      *                  CA-K-LASTCHANGED BACK FROM THE INQUIRY        *
      *    BROKERS ARE NEVER DELETED - POLICIES AND THE COMMISSION     *
      *    LEDGER STILL POINT AT THEM.  TERMINATE (STATUS T) INSTEAD.  *
      ******************************************************************
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-BROKER-MASTER.
              05 CA-K-BROKERID         PIC 9(10).
              05 CA-K-NAME             PIC X(40).
              05 CA-K-ADDRESS-LINE-1   PIC X(30).
              05 CA-K-ADDRESS-LINE-2   PIC X(30).
              05 CA-K-TOWN             PIC X(30).
              05 CA-K-POSTCODE         PIC X(8).
              05 CA-K-BANK-SORT-CODE   PIC 9(6).
              05 CA-K-BANK-ACCOUNT-NUM PIC 9(8).
              05 CA-K-BANK-ACCOUNT-NAME PIC X(30).
      *       'A' ACTIVE, 'S' SUSPENDED, 'T' TERMINATED
              05 CA-K-STATUS           PIC X(1).
      *       Date the status last moved - returned, not keyed
              05 CA-K-STATUS-DATE      PIC X(10).
              05 CA-K-LICENCE-NUM      PIC X(12).
      *       CCYY-MM-DD
              05 CA-K-LICENCE-EXPIRY   PIC X(10).
      *       'Y' or 'N' for house, motor, commercial, endowment
              05 CA-K-AUTH-HOUSE       PIC X(1).
              05 CA-K-AUTH-MOTOR       PIC X(1).
              05 CA-K-AUTH-COMMERCIAL  PIC X(1).
              05 CA-K-AUTH-ENDOWMENT   PIC X(1).
              05 CA-K-LASTCHANGED      PIC X(26).
