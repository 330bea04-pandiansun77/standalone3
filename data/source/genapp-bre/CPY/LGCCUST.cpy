      *    OLD NUMBER STILL RESOLVES ON OLD PAPERWORK.
           05  CUM-MERGED-TO              PIC 9(10).
           05  CUM-MERGE-DATE             PIC X(10).
      *    RETENTION - SET BY LGRRET01 WHEN THE CUSTOMER'S PERSONAL
      *    DATA IS ANONYMISED AT THE END OF THE RETENTION PERIOD.
      *    SPACES MEANS NOT ANONYMISED.  THE NAME, DOB, ADDRESS,
      *    PHONES, EMAIL AND CUM-DUP-KEY ARE BLANKED (THE NAMES READ
      *    'ANONYMISED'); THE CUSTOMER NUMBER, POLICY COUNT AND MERGE
      *    FIELDS ARE KEPT SO CLAIM AND BILLING HISTORY STILL HANG
      *    TOGETHER.
           05  CUM-ANONYMISED-DATE        PIC X(10).
