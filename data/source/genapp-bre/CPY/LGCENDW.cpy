      *    REQUEST, NPY = NON-PAYMENT, UWR = UNDERWRITING).
      *    'M' (MATURED) IS SET BY THE LGRMAT01 SETTLEMENT PASS WHEN
      *    THE MATURITY PROCEEDS ARE RECORDED.
      *    'S' (SURRENDERED) IS SET BY SUREND (LGMEND01): THE
      *    SURRENDER DATE GOES IN ENM-CANCEL-DATE WITH REASON 'SUR'
      *    AND NO RETURN PREMIUM, AND THE SURRENDER VALUE PAID IN
      *    ENM-SETTLED-DATE/-AMOUNT, SO THE POLICY IS CLOSED WITH A
      *    PAYMENT TRAIL THE SAME WAY A MATURED ONE IS.
           05  ENM-STATUS-FLAG             PIC X(01).
               88  ENM-POLICY-ACTIVE               VALUE 'A' ' '.
               88  ENM-POLICY-CANCELLED            VALUE 'C'.
               88  ENM-POLICY-MATURED              VALUE 'M'.
               88  ENM-POLICY-SURRENDERED          VALUE 'S'.
           05  ENM-CANCEL-DATE             PIC X(10).
           05  ENM-CANCEL-REASON-CD        PIC X(03).
           05  ENM-CANCEL-REFUND           PIC S9(07)V99.
      *    PAYMENT TRAIL RATHER THAN SITTING ON THE MASTER FOREVER.
           05  ENM-SETTLED-DATE            PIC X(10).
           05  ENM-SETTLED-AMOUNT          PIC 9(10)V99.
      *    PREMIUM PAYMENT PLAN - SET ON ADDEND AND ENDEND
      *    (LGMEND01).  SPACE OR 'A' IS ONE ANNUAL INVOICE PER CYCLE
      *    (SPACE ON RECORDS WRITTEN BEFORE THE PLAN EXISTED); 'I'
      *    HAS LGRBIL01 SPREAD THE CYCLE'S PREMIUM OVER
      *    ENM-PLAN-INSTALMENTS MONTHLY INSTALMENTS (2-12) FALLING
      *    DUE ON DAY ENM-PLAN-PAY-DAY (1-28) OF EACH MONTH.
           05  ENM-PLAN-TYPE               PIC X(01).
               88  ENM-PLAN-ANNUAL                 VALUE 'A' ' '.
               88  ENM-PLAN-INSTALMENT             VALUE 'I'.
           05  ENM-PLAN-INSTALMENTS        PIC 9(02).
           05  ENM-PLAN-PAY-DAY            PIC 9(02).
