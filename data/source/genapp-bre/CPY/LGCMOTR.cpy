           05  MTM-CANCEL-DATE             PIC X(10).
           05  MTM-CANCEL-REASON-CD        PIC X(03).
           05  MTM-CANCEL-REFUND           PIC S9(07)V99.
      *    PREMIUM PAYMENT PLAN - SET ON ADDMOT AND ENDMOT
      *    (LGMMOT01).  SPACE OR 'A' IS ONE ANNUAL INVOICE PER CYCLE
      *    (SPACE ON RECORDS WRITTEN BEFORE THE PLAN EXISTED); 'I'
      *    HAS LGRBIL01 SPREAD THE CYCLE'S PREMIUM OVER
      *    MTM-PLAN-INSTALMENTS MONTHLY INSTALMENTS (2-12) FALLING
      *    DUE ON DAY MTM-PLAN-PAY-DAY (1-28) OF EACH MONTH.
           05  MTM-PLAN-TYPE               PIC X(01).
               88  MTM-PLAN-ANNUAL                 VALUE 'A' ' '.
               88  MTM-PLAN-INSTALMENT             VALUE 'I'.
           05  MTM-PLAN-INSTALMENTS        PIC 9(02).
           05  MTM-PLAN-PAY-DAY            PIC 9(02).
      ******************************************************************
      *    LGCMOTA - MOTOR POLICY ACCIDENT-HISTORY DETAIL RECORD.     *
      *    ONE ROW PER ACCIDENT.  KEYED BY MTA-POLICY-NUM WITHIN      *
